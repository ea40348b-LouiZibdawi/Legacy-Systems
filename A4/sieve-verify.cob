*> assignment 4, cobol - cis3190
*>
*> author: loui zibdawi
*>
*> checks a sieve generation file against the published prime counts
*> instead of against another sieve. sieve-recon diffs sieve.cob with
*> sieve2.cob, but the two run the same segmented algorithm now, so a
*> logic error they share would reconcile cleanly and be certified.
*> This reads the file - plain, CSV or gap format, told apart by its
*> header line the same way sieve-report does it - and at every
*> milestone the file's max covers (10, 20, 50, 100, 200, 500 ... up
*> through 50,000,000) holds what it found up against the known
*> value of pi(x), the number of primes up to x, and against the
*> known first and last primes of the stretch since the previous
*> milestone. Any milestone that disagrees is written to
*> sieve-verify-report.txt with what was expected and what was
*> found, and the return code tells the job stream: 0 every
*> milestone agrees, 8 a disagreement (or no trailer, or primes out
*> of order), 12 the file isn't there. The file checked is
*> sieve-cob.txt unless a generation file name is given as the PARM

identification division.
program-id. sieve-verify.

environment division.
input-output section.
file-control.
select optional dataFile assign to dynamic dataFname
        organization is line sequential
        file status is dataFileStatus.
*> The findings report the morning review reads
select optional verifyReportFile assign to "sieve-verify-report.txt"
        organization is line sequential.

data division.
file section.
fd dataFile.
    01  rec.
        03  num  pic z(8).
*> Shares dataFile's buffer with rec - lets a trailer line be told
*> apart from a prime-number line without a second pass over the file
    01  trailerRec.
        03  trailerMark   pic x(1).
        03  filler        pic x(1).
        03  trailerCount  pic z(8).
        03  filler        pic x(1).
        03  trailerMax    pic z(8).
*> CSV alternate views of the same two line formats, selected once
*> the header line identifies the file as CSV
    01  csvHeaderRec.
        03  csvHeaderText  pic x(13).
    01  csvRec.
        03  csvIndex  pic z(8).
        03  csvComma1 pic x(1).
        03  csvNum    pic z(8).
    01  csvTrailerRec.
        03  csvTrailerMark   pic x(1).
        03  csvComma2        pic x(1).
        03  csvTrailerCount  pic z(8).
        03  csvComma3        pic x(1).
        03  csvTrailerMax    pic z(8).
*> Raw text view of a line, used by the gap-encoded format where
*> each line carries just the gap's digits, left-justified
    01  gapLineRec.
        03  gapDigits  pic x(13).

fd verifyReportFile.
    01  verifyReportLine  pic x(90).

working-storage section.
77  dataFileStatus   pic x(2).
77  dataFname        pic x(40) value "sieve-cob.txt".
77  parmString       pic x(80) value spaces.
77  eofSw            pic 9 value 0.
77  csvMode          pic 9 value 0.
77  gapMode          pic 9 value 0.
77  runningPrime     pic 9(8) value 0.
77  isTrailerLine    pic 9 value 0.
77  trailerSeenFlag  pic 9 value 0.
77  trailerCountNum  pic 9(8) value 0.
77  trailerMaxNum    pic 9(8) value 0.
77  currentPrime     pic 9(8) value 0.
77  prevPrime        pic 9(8) value 0.
77  primesSeen       pic 9(8) value 0.
*> Where the walk stands against the milestones: the next one not
*> yet passed, and the first prime found since the last one passed
77  mi               pic 9(3) value 1.
77  bandFirst        pic 9(8) value 0.
77  checkedCount     pic 9(3) value 0.
77  findingsCount    pic 9(8) value 0.
77  orderCount       pic 9(8) value 0.
77  coverMax         pic 9(8) value 0.
77  limitValue       pic 9(9) value 0.
77  milestoneDue     pic 9 value 0.
77  milestoneOk      pic 9 value 1.
77  refEntries       pic 9(3) value 21.
*> Edited scratch for composing report lines
77  numDisp1         pic z(7)9.
77  numDisp2         pic z(7)9.
77  workLine         pic x(90) value spaces.
77  linePtr          pic 9(3) value 1.

*> The reference table: each milestone x, the published pi(x), and
*> the first and last primes between the previous milestone and x.
*> Kept to what the sieve's 99,999,999 ceiling can reach
01  reference-values.
    03  filler pic 9(8) value 10.
    03  filler pic 9(8) value 4.
    03  filler pic 9(8) value 2.
    03  filler pic 9(8) value 7.
    03  filler pic 9(8) value 20.
    03  filler pic 9(8) value 8.
    03  filler pic 9(8) value 11.
    03  filler pic 9(8) value 19.
    03  filler pic 9(8) value 50.
    03  filler pic 9(8) value 15.
    03  filler pic 9(8) value 23.
    03  filler pic 9(8) value 47.
    03  filler pic 9(8) value 100.
    03  filler pic 9(8) value 25.
    03  filler pic 9(8) value 53.
    03  filler pic 9(8) value 97.
    03  filler pic 9(8) value 200.
    03  filler pic 9(8) value 46.
    03  filler pic 9(8) value 101.
    03  filler pic 9(8) value 199.
    03  filler pic 9(8) value 500.
    03  filler pic 9(8) value 95.
    03  filler pic 9(8) value 211.
    03  filler pic 9(8) value 499.
    03  filler pic 9(8) value 1000.
    03  filler pic 9(8) value 168.
    03  filler pic 9(8) value 503.
    03  filler pic 9(8) value 997.
    03  filler pic 9(8) value 2000.
    03  filler pic 9(8) value 303.
    03  filler pic 9(8) value 1009.
    03  filler pic 9(8) value 1999.
    03  filler pic 9(8) value 5000.
    03  filler pic 9(8) value 669.
    03  filler pic 9(8) value 2003.
    03  filler pic 9(8) value 4999.
    03  filler pic 9(8) value 10000.
    03  filler pic 9(8) value 1229.
    03  filler pic 9(8) value 5003.
    03  filler pic 9(8) value 9973.
    03  filler pic 9(8) value 20000.
    03  filler pic 9(8) value 2262.
    03  filler pic 9(8) value 10007.
    03  filler pic 9(8) value 19997.
    03  filler pic 9(8) value 50000.
    03  filler pic 9(8) value 5133.
    03  filler pic 9(8) value 20011.
    03  filler pic 9(8) value 49999.
    03  filler pic 9(8) value 100000.
    03  filler pic 9(8) value 9592.
    03  filler pic 9(8) value 50021.
    03  filler pic 9(8) value 99991.
    03  filler pic 9(8) value 200000.
    03  filler pic 9(8) value 17984.
    03  filler pic 9(8) value 100003.
    03  filler pic 9(8) value 199999.
    03  filler pic 9(8) value 500000.
    03  filler pic 9(8) value 41538.
    03  filler pic 9(8) value 200003.
    03  filler pic 9(8) value 499979.
    03  filler pic 9(8) value 1000000.
    03  filler pic 9(8) value 78498.
    03  filler pic 9(8) value 500009.
    03  filler pic 9(8) value 999983.
    03  filler pic 9(8) value 2000000.
    03  filler pic 9(8) value 148933.
    03  filler pic 9(8) value 1000003.
    03  filler pic 9(8) value 1999993.
    03  filler pic 9(8) value 5000000.
    03  filler pic 9(8) value 348513.
    03  filler pic 9(8) value 2000003.
    03  filler pic 9(8) value 4999999.
    03  filler pic 9(8) value 10000000.
    03  filler pic 9(8) value 664579.
    03  filler pic 9(8) value 5000011.
    03  filler pic 9(8) value 9999991.
    03  filler pic 9(8) value 20000000.
    03  filler pic 9(8) value 1270607.
    03  filler pic 9(8) value 10000019.
    03  filler pic 9(8) value 19999999.
    03  filler pic 9(8) value 50000000.
    03  filler pic 9(8) value 3001134.
    03  filler pic 9(8) value 20000003.
    03  filler pic 9(8) value 49999991.
01  reference-table redefines reference-values.
    03  refEntry occurs 21 times.
        05  refMilestone  pic 9(8).
        05  refPi         pic 9(8).
        05  refFirst      pic 9(8).
        05  refLast       pic 9(8).

procedure division.
    display "------------------------------------"
    display "  Sieve Verification (Known Counts) "
    display "------------------------------------"

    move spaces to parmString.
    accept parmString from command-line.
    if function trim(parmString) not = spaces
        move function trim(parmString) to dataFname
    end-if.

    open output verifyReportFile.
    move spaces to workLine.
    move 1 to linePtr.
    string "SIEVE VERIFICATION AGAINST PUBLISHED PI(X) - " delimited by size
           dataFname delimited by space
        into workLine with pointer linePtr
    end-string.
    perform writeVerifyLine.

    open input dataFile.
    if dataFileStatus not = "00"
        display function trim(dataFname)
            " was not found - run sieve.cob or sieve2.cob first."
        move "GENERATION FILE NOT FOUND" to workLine
        perform writeVerifyLine
        close verifyReportFile
        move 12 to return-code
        stop run
    end-if.

    perform writeColumnHeads.

*> The first line decides whether the rest of the file reads as
*> plain, CSV or gap-encoded; a header line is consumed rather than
*> counted
    read dataFile
        at end move 1 to eofSw
    end-read.
    if eofSw = 0
        if csvHeaderText = "INDEX,PRIME"
            move 1 to csvMode
        else
            if csvHeaderText = "GAPS"
                move 1 to gapMode
            else
                perform takeRecord
            end-if
        end-if
    end-if.
    perform readAndCheck until eofSw = 1.
    close dataFile.

*> Every milestone the file's max covers is settled - those the
*> primes walked past already were, the rest close on what was read.
*> Without a trailer the file's coverage can't be known, so only the
*> milestones up to the last prime read are held to account
    if trailerSeenFlag = 1
        move trailerMaxNum to coverMax
    else
        move prevPrime to coverMax
    end-if.
    compute limitValue = coverMax + 1.
    perform checkMilestoneDue.
    perform closeMilestone until milestoneDue = 0.

    perform writeSummary.
    close verifyReportFile.

    display "Primes read: " primesSeen.
    display "Milestones checked: " checkedCount.
    if findingsCount = 0
        display "VERIFIED: every milestone agrees with the published counts."
    else
        display "NOT VERIFIED: " findingsCount " finding(s)."
        move 8 to return-code
    end-if.
    display "Report written to sieve-verify-report.txt".

    stop run.

*> writeVerifyLine
*>
*> Writes one composed line to the findings report
writeVerifyLine.
    write verifyReportLine from workLine.
    move spaces to workLine.

*> writeColumnHeads
*>
*> The column headings over the milestone lines
writeColumnHeads.
    move spaces to workLine.
    perform writeVerifyLine.
    move "MILESTONE" to workLine(1:9).
    move "PI(X)" to workLine(14:5).
    move "FOUND" to workLine(24:5).
    move "FIRST" to workLine(34:5).
    move "FOUND" to workLine(44:5).
    move "LAST" to workLine(55:4).
    move "FOUND" to workLine(64:5).
    move "VERDICT" to workLine(72:7).
    perform writeVerifyLine.
    move all "-" to workLine(1:80).
    perform writeVerifyLine.

*> readAndCheck
*>
*> Reads the next line out of dataFile and checks it
readAndCheck.
    read dataFile
        at end move 1 to eofSw
    end-read.
    if eofSw = 0
        perform takeRecord
    end-if.

*> takeRecord
*>
*> A trailer line is kept for the coverage and the summary; anything
*> else is the next prime, which first settles every milestone it has
*> stepped past and is then counted into the stretch it belongs to
takeRecord.
    move 0 to isTrailerLine.
    if csvMode = 1
        if csvTrailerMark = "#"
            move 1 to isTrailerLine
            move csvTrailerCount to trailerCount
            move csvTrailerMax to trailerMax
        else
            move csvNum to currentPrime
        end-if
    else
        if trailerMark = "#"
            move 1 to isTrailerLine
        else
            if gapMode = 1
                add function numval(gapDigits) to runningPrime
                move runningPrime to currentPrime
            else
                move num to currentPrime
            end-if
        end-if
    end-if.

    if isTrailerLine = 1
        move 1 to trailerSeenFlag
        move function numval(trailerCount) to trailerCountNum
        move function numval(trailerMax) to trailerMaxNum
    else
        if currentPrime not > prevPrime
            perform reportOutOfOrder
        end-if
        move currentPrime to limitValue
        perform checkMilestoneDue
        perform closeMilestone until milestoneDue = 0
        add 1 to primesSeen
        if bandFirst = 0
            move currentPrime to bandFirst
        end-if
        move currentPrime to prevPrime
    end-if.

*> reportOutOfOrder
*>
*> A prime no bigger than the one before it - the file is damaged or
*> the sieve wrote a segment twice, and the counts below can't be
*> trusted either way
reportOutOfOrder.
    add 1 to findingsCount.
    add 1 to orderCount.
    if orderCount < 11
        move spaces to workLine
        move currentPrime to numDisp1
        move prevPrime to numDisp2
        move 1 to linePtr
        string "OUT OF ORDER: " delimited by size
               numDisp1 delimited by size
               " FOLLOWS " delimited by size
               numDisp2 delimited by size
            into workLine with pointer linePtr
        end-string
        perform writeVerifyLine
    end-if.

*> checkMilestoneDue
*>
*> Whether milestone mi is one still to settle - there is one left,
*> and it lies below limitValue
checkMilestoneDue.
    move 0 to milestoneDue.
    if mi not > refEntries
        if refMilestone(mi) < limitValue
            move 1 to milestoneDue
        end-if
    end-if.

*> closeMilestone
*>
*> Settles milestone mi on what has been read so far - primes up to
*> it counted, the last of them, and the first of its stretch - and
*> moves on to the next milestone
closeMilestone.
    add 1 to checkedCount.
    move 1 to milestoneOk.
    if primesSeen not = refPi(mi) or bandFirst not = refFirst(mi)
            or prevPrime not = refLast(mi)
        move 0 to milestoneOk
        add 1 to findingsCount
    end-if.
    move spaces to workLine.
    move refMilestone(mi) to numDisp1.
    move numDisp1 to workLine(1:8).
    move refPi(mi) to numDisp1.
    move primesSeen to numDisp2.
    move numDisp1 to workLine(11:8).
    move numDisp2 to workLine(21:8).
    move refFirst(mi) to numDisp1.
    move bandFirst to numDisp2.
    move numDisp1 to workLine(31:8).
    move numDisp2 to workLine(41:8).
    move refLast(mi) to numDisp1.
    move prevPrime to numDisp2.
    move numDisp1 to workLine(51:8).
    move numDisp2 to workLine(61:8).
    if milestoneOk = 1
        move "AGREES" to workLine(72:6)
    else
        move "*** DISAGREES" to workLine(72:13)
        display "DISAGREES at milestone " refMilestone(mi)
            ": pi(x) " refPi(mi) " expected, " primesSeen " found"
    end-if.
    perform writeVerifyLine.
    move 0 to bandFirst.
    add 1 to mi.
    perform checkMilestoneDue.

*> writeSummary
*>
*> The totals and the verdict at the bottom of the report
writeSummary.
    move spaces to workLine.
    perform writeVerifyLine.
    move primesSeen to numDisp1.
    move 1 to linePtr.
    string "PRIMES READ " delimited by size
           numDisp1 delimited by size
        into workLine with pointer linePtr
    end-string.
    perform writeVerifyLine.
    if trailerSeenFlag = 1
        move trailerCountNum to numDisp1
        move trailerMaxNum to numDisp2
        move 1 to linePtr
        string "TRAILER SAID " delimited by size
               numDisp1 delimited by size
               " PRIMES, MAX " delimited by size
               numDisp2 delimited by size
            into workLine with pointer linePtr
        end-string
        perform writeVerifyLine
    else
        add 1 to findingsCount
        move "NO TRAILER LINE - COVERAGE TAKEN AS THE LAST PRIME READ"
            to workLine
        perform writeVerifyLine
    end-if.
    move checkedCount to numDisp1.
    move 1 to linePtr.
    string "MILESTONES CHECKED " delimited by size
           numDisp1 delimited by size
        into workLine with pointer linePtr
    end-string.
    perform writeVerifyLine.
    if findingsCount = 0
        move "VERIFIED" to workLine
    else
        move findingsCount to numDisp1
        move 1 to linePtr
        string "NOT VERIFIED - " delimited by size
               numDisp1 delimited by size
               " FINDING(S)" delimited by size
            into workLine with pointer linePtr
        end-string
    end-if.
    perform writeVerifyLine.
