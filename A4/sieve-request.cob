*> assignment 4, cobol - cis3190
*>
*> author: loui zibdawi
*>
*> the front end of the sieve request queue. Anyone who needs a sieve
*> run other than the standard nightly one - a bigger max, CSV or gap
*> output, an extend of the current generation - files it here
*> instead of asking the night operator to edit the job stream: the
*> max, the output format, fresh or extend, a priority and the date
*> it's needed by. A request goes into sieve-requests.txt pending
*> approval; a supervisor approves or rejects it here, and only
*> approved requests are ever picked up by sieve-dispatch at the head
*> of the nightly job, which marks each one completed, failed or
*> deferred. Sign-on is through rnsignon against the same RNOPER.TXT
*> operator master the roman side uses, and - as with every other
*> approval in the shop - nobody approves their own request

identification division.
program-id. sieve-request.

environment division.
input-output section.
file-control.
*> The request queue - one line per request ever filed, in the order
*> they were filed; sieve-dispatch updates the same lines in place
select optional requestFile assign to "sieve-requests.txt"
        organization is line sequential
        file status is requestFileStatus.
*> Scratch copy a decision is rewritten through, then moved into
*> place whole the way prime-load lands PRIMES.NEW
select newRequestFile assign to "sieve-requests.new"
        organization is line sequential.

data division.
file section.
fd requestFile.
    01  requestRecord.
        03  sqId         pic 9(6).
        03  filler       pic x(1).
        03  sqRequester  pic x(8).
        03  filler       pic x(1).
        03  sqMax        pic 9(8).
        03  filler       pic x(1).
*> 'P'lain, 'C'SV or 'G'ap - the three formats sieve.cob writes
        03  sqFormat     pic x(1).
        03  filler       pic x(1).
*> 'F'resh sieve, or 'E'xtend the current generation
        03  sqMode       pic x(1).
        03  filler       pic x(1).
*> 1 is the most urgent, 9 the least
        03  sqPriority   pic 9(1).
        03  filler       pic x(1).
        03  sqNeededBy   pic 9(8).
        03  filler       pic x(1).
        03  sqEntered    pic 9(8).
        03  filler       pic x(1).
*> 'P' pending approval, 'A' approved, 'R' rejected, 'C' completed,
*> 'F' failed, 'D' deferred to the next night (still approved)
        03  sqStatus     pic x(1).
        03  filler       pic x(1).
        03  sqApprover   pic x(8).
        03  filler       pic x(1).
        03  sqDecided    pic 9(8).
        03  filler       pic x(1).
*> The night sieve-dispatch last dealt with the request, and how
*> many nights it has been deferred
        03  sqRunDate    pic 9(8).
        03  filler       pic x(1).
        03  sqDeferrals  pic 9(2).
        03  filler       pic x(1).
*> The generation file a completed request produced, as the catalog
*> names it
        03  sqGenFname   pic x(40).
        03  filler       pic x(1).
*> Why a request was rejected, failed or deferred
        03  sqNote       pic x(40).

fd newRequestFile.
    01  newRequestRecord  pic x(162).

working-storage section.
77  requestFileStatus  pic x(2).
77  option       pic 9 value 0.
77  eofSw        pic 9 value 1.
77  foundSw      pic 9 value 0.
77  listedCount  pic 9(6) value 0.
77  lastId       pic 9(6) value 0.
77  todayStr     pic x(8) value spaces.
*> Who is at this keyboard, verified through rnsignon like everywhere
*> else
77  operatorId    pic x(8) value spaces.
77  operatorAuth  pic x(1) value space.
77  signonStatus  pic x(1) value space.
77  signonTries   pic 9 value 0.
*> What the entry screen collects before anything is written, landed
*> as text so a bad answer is caught instead of truncated
77  entryMaxStr    pic x(10) value spaces.
77  entryMaxBig    pic 9(18) value 0.
77  entryFormat    pic x(1) value space.
77  entryMode      pic x(1) value space.
77  entryPriority  pic x(1) value space.
77  entryDate      pic x(8) value spaces.
77  entryOk        pic 9 value 0.
*> The decision screen's request id, the verdict and its reason
77  decideIdStr    pic x(6) value spaces.
77  decideId       pic 9(6) value 0.
77  decision       pic x(1) value space.
77  decideNote     pic x(40) value spaces.
77  listWanted     pic x(1) value space.
*> The one request being added or decided, composed here and
*> written out whole
01  newRequest.
    03  nqId         pic 9(6).
    03  filler       pic x(1) value space.
    03  nqRequester  pic x(8).
    03  filler       pic x(1) value space.
    03  nqMax        pic 9(8).
    03  filler       pic x(1) value space.
    03  nqFormat     pic x(1).
    03  filler       pic x(1) value space.
    03  nqMode       pic x(1).
    03  filler       pic x(1) value space.
    03  nqPriority   pic 9(1).
    03  filler       pic x(1) value space.
    03  nqNeededBy   pic 9(8).
    03  filler       pic x(1) value space.
    03  nqEntered    pic 9(8).
    03  filler       pic x(1) value space.
    03  nqStatus     pic x(1).
    03  filler       pic x(1) value space.
    03  nqApprover   pic x(8).
    03  filler       pic x(1) value space.
    03  nqDecided    pic 9(8).
    03  filler       pic x(1) value space.
    03  nqRunDate    pic 9(8).
    03  filler       pic x(1) value space.
    03  nqDeferrals  pic 9(2).
    03  filler       pic x(1) value space.
    03  nqGenFname   pic x(40).
    03  filler       pic x(1) value space.
    03  nqNote       pic x(40).
*> Edited views for the listing
77  maxDisp      pic z(7)9.
77  statusWord   pic x(9) value spaces.

*> Main procedure
*>
*> Signs the operator on, then loops the menu
procedure division.
    display "------------------------------------"
    display "       Sieve Run Request Queue      "
    display "------------------------------------"

    move function current-date(1:8) to todayStr.
    perform signOn.

    perform getOption until option = 4.

    stop run.

*> signOn
*>
*> Verified sign-on, the same shape as the roman side's: the id typed
*> at the prompt has to be on the RNOPER.TXT operator master before
*> the menu is reachable
signOn.
    move 0 to signonTries.
    perform signOnAttempt
        until signonStatus = '0' or signonStatus = '2'
            or signonTries > 2.
    if signonStatus = '2'
        display "No operator master on file - run rnoper to set "
            "up operators first."
        stop run
    end-if.
    if signonStatus not = '0'
        display "Sign-on failed - operator id not on the master."
        stop run
    end-if.

*> signOnAttempt
*>
*> One round of the sign-on prompt
signOnAttempt.
    add 1 to signonTries.
    display "Operator id? ".
    move spaces to operatorId.
    accept operatorId.
    call "rnsignon" using operatorId, operatorAuth, signonStatus.
    if signonStatus = '1'
        display "Operator " function trim(operatorId)
            " is not on the operator master."
    end-if.

*> getOption
*>
*> The menu - one round per call
getOption.
    display " ".
    display "Select an option:".
    display "(1) Enter a Sieve Request".
    display "(2) List Requests".
    display "(3) Approve or Reject a Request (supervisors)".
    display "(4) Quit".
    accept option.

    evaluate option
        when 1 perform enterRequest
        when 2 perform listRequests
        when 3 perform decideRequest
        when 4 continue
        when other display "Invalid input"
    end-evaluate.

*> enterRequest
*>
*> Collects one request, checks every answer, and files it pending
*> approval under the next request number
enterRequest.
    move 1 to entryOk.
    display "Max to sieve (1 - 99999999)? ".
    move spaces to entryMaxStr.
    accept entryMaxStr.
    move 0 to entryMaxBig.
    if function trim(entryMaxStr) is numeric
        move function numval(entryMaxStr) to entryMaxBig
    end-if.
    if entryMaxBig = 0 or entryMaxBig > 99999999
        display "Max must be between 1 and 99999999."
        move 0 to entryOk
    end-if.

    if entryOk = 1
        display "Output format (P=plain, C=CSV, G=gap)? "
        move space to entryFormat
        accept entryFormat
        inspect entryFormat converting "pcg" to "PCG"
        if entryFormat not = 'P' and entryFormat not = 'C'
                and entryFormat not = 'G'
            display "Format must be P, C or G."
            move 0 to entryOk
        end-if
    end-if.

    if entryOk = 1
        display "Fresh sieve or extend the current generation "
            "(F/E)? "
        move space to entryMode
        accept entryMode
        inspect entryMode converting "fe" to "FE"
        if entryMode not = 'F' and entryMode not = 'E'
            display "Answer must be F or E."
            move 0 to entryOk
        end-if
    end-if.

    if entryOk = 1
        display "Priority (1 = most urgent, 9 = least)? "
        move space to entryPriority
        accept entryPriority
        if entryPriority is not numeric or entryPriority = '0'
            display "Priority must be 1 through 9."
            move 0 to entryOk
        end-if
    end-if.

    if entryOk = 1
        display "Needed by (yyyymmdd)? "
        move spaces to entryDate
        accept entryDate
        if entryDate is not numeric
            move 0 to entryOk
        else
            if function test-date-yyyymmdd(function numval(entryDate))
                    not = 0
                move 0 to entryOk
            end-if
        end-if
        if entryOk = 0
            display "That is not a date in yyyymmdd form."
        else
            if entryDate < todayStr
                display "The needed-by date is already past."
                move 0 to entryOk
            end-if
        end-if
    end-if.

    if entryOk = 1
        perform findLastId
        move spaces to newRequest
        compute nqId = lastId + 1
        move operatorId to nqRequester
        move entryMaxBig to nqMax
        move entryFormat to nqFormat
        move entryMode to nqMode
        move entryPriority to nqPriority
        move entryDate to nqNeededBy
        move todayStr to nqEntered
        move 'P' to nqStatus
        move 0 to nqDecided
        move 0 to nqRunDate
        move 0 to nqDeferrals
        open extend requestFile
        write requestRecord from newRequest
        close requestFile
        display "Request " nqId " filed, pending supervisor approval."
    else
        display "Nothing filed."
    end-if.

*> findLastId
*>
*> The highest request number on file, so the next one follows it
findLastId.
    move 0 to lastId.
    open input requestFile.
    if requestFileStatus = "00"
        move 1 to eofSw
        perform scanLastId until eofSw = 0
    end-if.
    close requestFile.

*> scanLastId
*>
*> One line of the request file held up against the highest id so
*> far
scanLastId.
    read requestFile
        at end move 0 to eofSw
    end-read.
    if eofSw is not = 0 and requestRecord is not = spaces
        if sqId is numeric and sqId > lastId
            move sqId to lastId
        end-if
    end-if.

*> listRequests
*>
*> Shows the queue - everything still open (pending, approved,
*> deferred), or every request ever filed
listRequests.
    display "Open requests only, or all (O/A)? ".
    move space to listWanted.
    accept listWanted.
    inspect listWanted converting "oa" to "OA".
    move 0 to listedCount.
    open input requestFile.
    if requestFileStatus = "00"
        display "    ID  BY            MAX  F M P  NEEDED-BY  STATUS"
            "     GENERATION / NOTE"
        display "------  --------  --------  - - -  ---------  ---------"
            "  --------------------"
        move 1 to eofSw
        perform listOneRequest until eofSw = 0
        display listedCount " request(s) listed."
    else
        display "No requests on file yet."
    end-if.
    close requestFile.

*> listOneRequest
*>
*> One line of the listing
listOneRequest.
    read requestFile
        at end move 0 to eofSw
    end-read.
    if eofSw is not = 0 and requestRecord is not = spaces
        if listWanted not = 'O' or sqStatus = 'P' or sqStatus = 'A'
                or sqStatus = 'D'
            add 1 to listedCount
            perform setStatusWord
            move sqMax to maxDisp
            if sqStatus = 'C'
                display sqId "  " sqRequester "  " maxDisp "  "
                    sqFormat " " sqMode " " sqPriority "  "
                    sqNeededBy "   " statusWord "  "
                    function trim(sqGenFname)
            else
                display sqId "  " sqRequester "  " maxDisp "  "
                    sqFormat " " sqMode " " sqPriority "  "
                    sqNeededBy "   " statusWord "  "
                    function trim(sqNote)
            end-if
        end-if
    end-if.

*> setStatusWord
*>
*> The status code spelled out for the screen
setStatusWord.
    evaluate sqStatus
        when 'P' move "PENDING" to statusWord
        when 'A' move "APPROVED" to statusWord
        when 'R' move "REJECTED" to statusWord
        when 'C' move "COMPLETED" to statusWord
        when 'F' move "FAILED" to statusWord
        when 'D' move "DEFERRED" to statusWord
        when other move "UNKNOWN" to statusWord
    end-evaluate.

*> decideRequest
*>
*> A supervisor approves or rejects one pending request. The
*> decision is written through the scratch copy so the queue is
*> never left half rewritten
decideRequest.
    if operatorAuth not = 'S'
        display "Supervisor authorization is required to approve "
            "or reject sieve requests."
    else
        display "Request id? "
        move spaces to decideIdStr
        accept decideIdStr
        move 0 to decideId
        if function trim(decideIdStr) is numeric
            move function numval(decideIdStr) to decideId
        end-if
        perform findRequest
        if foundSw = 0
            display "No request " function trim(decideIdStr) " on file."
        else
            if nqStatus not = 'P'
                move nqStatus to sqStatus
                perform setStatusWord
                display "Request " nqId " is not pending - it is "
                    function trim(statusWord) "."
            else
                if nqRequester = operatorId
                    display "A request can't be approved or "
                        "rejected by the operator who filed it."
                else
                    perform takeDecision
                end-if
            end-if
        end-if
    end-if.

*> findRequest
*>
*> Reads the request numbered decideId into newRequest
findRequest.
    move 0 to foundSw.
    open input requestFile.
    if requestFileStatus = "00"
        move 1 to eofSw
        perform matchRequest until eofSw = 0 or foundSw = 1
    end-if.
    close requestFile.

*> matchRequest
*>
*> One line of the request file held up against decideId
matchRequest.
    read requestFile
        at end move 0 to eofSw
    end-read.
    if eofSw is not = 0 and requestRecord is not = spaces
        if sqId is numeric and sqId = decideId
            move 1 to foundSw
            move requestRecord to newRequest
        end-if
    end-if.

*> takeDecision
*>
*> Shows the request, asks for the verdict (and a reason when it's a
*> rejection), and rewrites the queue with it
takeDecision.
    move nqMax to maxDisp.
    display "Request " nqId " by " function trim(nqRequester)
        ": max " maxDisp ", format " nqFormat ", mode " nqMode
        ", priority " nqPriority ", needed by " nqNeededBy.
    display "Approve or reject (A/R)? ".
    move space to decision.
    accept decision.
    inspect decision converting "ar" to "AR".
    if decision not = 'A' and decision not = 'R'
        display "Answer must be A or R - nothing changed."
    else
        move spaces to decideNote
        if decision = 'R'
            display "Reason? "
            accept decideNote
        end-if
        move decision to nqStatus
        move operatorId to nqApprover
        move todayStr to nqDecided
        move decideNote to nqNote
        perform rewriteRequests
        if decision = 'A'
            display "Request " nqId " approved."
        else
            display "Request " nqId " rejected."
        end-if
    end-if.

*> rewriteRequests
*>
*> Copies the queue to the scratch file with the decided request
*> replaced, then moves the copy into place
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
*> One line of the rewrite
copyOneRequest.
    read requestFile
        at end move 0 to eofSw
    end-read.
    if eofSw is not = 0
        if sqId is numeric and sqId = nqId
            write newRequestRecord from newRequest
        else
            write newRequestRecord from requestRecord
        end-if
    end-if.
