*> assignment 4, cobol - cis3190
*>
*> author: loui zibdawi
*>
*> builds the arithmetic-function appendix tables for the
*> education-publishing side: for each n in a requested range, its
*> prime factorization, Euler's totient phi(n), the sum of its
*> divisors sigma(n), the count of its divisors tau(n), and the
*> Mobius function mu(n). Takes a range file the way prime-gold
*> does, but rather than factoring each n on its own the way
*> prime-fact's factorCandidate does, it reads the prime list in
*> sieve-cob.txt once for the whole run and then sieves each range a
*> block at a time: every prime up to the square root of the block's
*> top walks its own multiples in the block, dividing itself out of
*> each and building all four functions as it goes, and whatever is
*> left over at the end is one last prime factor. The same read
*> finds the file's trailer, and a range reaching past the max the
*> trailer certifies is refused rather than tabled on primes nobody
*> has vouched for. The table is paginated for print with column
*> headings on every page

identification division.
program-id. prime-arith.

environment division.
input-output section.
file-control.
select optional dataFile assign to "sieve-cob.txt"
        organization is line sequential
        file status is dataFileStatus.
*> One range per line: low and high
select optional rangeFile assign to dynamic rangeFname
        organization is line sequential
        file status is rangeFileStatus.
*> The print-ready table
select optional reportFile assign to "prime-arith-report.txt"
        organization is line sequential.

data division.
file section.
fd dataFile.
    01  rec.
        03  num  pic x(8).
*> Shares dataFile's buffer with rec - lets a trailer line be told
*> apart from a prime-number line without a second pass over the file
    01  trailerRec.
        03  trailerMark   pic x(1).
        03  filler        pic x(1).
        03  trailerCount  pic x(8).
        03  filler        pic x(1).
        03  trailerMax    pic x(8).
*> CSV alternate views of the same two line formats above, sharing
*> dataFile's buffer the same way sieve.cob/sieve2.cob write them
    01  csvHeaderRec.
        03  csvHeaderText  pic x(13).
    01  csvRec.
        03  csvIndex  pic x(8).
        03  csvComma1 pic x(1).
        03  csvNum    pic x(8).
    01  csvTrailerRec.
        03  csvTrailerMark   pic x(1).
        03  filler           pic x(1).
        03  csvTrailerCount  pic x(8).
        03  filler           pic x(1).
        03  csvTrailerMax    pic x(8).

fd rangeFile.
    01  rangeRecord  pic x(30).

fd reportFile.
    01  reportLine  pic x(80).

working-storage section.
77  dataFileStatus   pic x(2).
77  rangeFname       pic x(30) value spaces.
77  rangeFileStatus  pic x(2).
77  parmString       pic x(80) value spaces.
77  eofSw            pic 9 value 1.
77  rangeEofSw       pic 9 value 1.
77  csvMode          pic 9 value 0.
77  gapMode          pic 9 value 0.
77  runningPrime     pic 9(8) value 0.
77  firstRead        pic 9 value 1.
77  gotPrime         pic 9 value 0.
77  currentPrime     pic 9(8) value 0.
77  primesSeen       pic 9(8) value 0.
*> What the trailer certifies - no range past certMax is tabled, and
*> a file with no trailer certifies nothing
77  trailerSeen      pic 9 value 0.
77  certMax          pic 9(8) value 0.
*> Pieces a range line splits into, landed wide so an over-long
*> number flags the range instead of silently truncating; the line
*> is left-justified first so a leading blank doesn't lose the low end
77  rangeText        pic x(30) value spaces.
77  lowStr           pic x(10) value spaces.
77  highStr          pic x(10) value spaces.
77  lowBig           pic 9(18) value 0.
77  highBig          pic 9(18) value 0.
77  rangeLow         pic 9(8) value 0.
77  rangeHigh        pic 9(8) value 0.
*> The block of the range being sieved: blockLow through blockHigh,
*> blockSize entries of the block table in use
77  blockLow         pic 9(8) value 0.
77  blockHigh        pic 9(9) value 0.
77  blockSize        pic 9(5) value 0.
77  blockLimit       pic 9(5) value 5000.
77  bi               pic 9(5) value 0.
77  si               pic 9(5) value 0.
77  fi               pic 9(2) value 0.
*> One sieving prime's walk through the block: its first multiple at
*> or above blockLow, the power of it dividing the entry, and that
*> power's exponent
77  p                pic 9(8) value 0.
77  pSquared         pic 9(18) value 0.
77  multNum          pic 9(9) value 0.
77  multQ            pic 9(8) value 0.
77  multR            pic 9(8) value 0.
77  divQ             pic 9(8) value 0.
77  divR             pic 9(8) value 0.
77  expCount         pic 9(2) value 0.
77  primePower       pic 9(18) value 0.
77  sigmaTerm        pic 9(18) value 0.
77  leftOver         pic 9(8) value 0.
*> Run tallies for the summary and the return code
77  rangeCount       pic 9(4) value 0.
77  entriesWritten   pic 9(8) value 0.
77  refusedCount     pic 9(6) value 0.
*> Pagination - a heading on every page, a fresh page every 55 lines
*> and for every range
77  pageNum          pic 9(4) value 0.
77  pageLines        pic 9(3) value 0.
77  pageDisp         pic z(3)9.
*> Edited scratch for composing table lines
77  numDisp1         pic z(7)9.
77  numDisp2         pic z(7)9.
77  sigmaDisp        pic z(9)9.
77  tauDisp          pic z(3)9.
77  muDisp           pic -9.
77  expDisp          pic z9.
77  workLine         pic x(80) value spaces.
77  linePtr          pic 9(3) value 1.

*> The sieving primes, held from the one read of the prime list:
*> every prime below 10,000, which is every prime up to the square
*> root of the largest number the sieve can certify (99,999,999)
01  sieve-primes.
    03  sievePrimeCount  pic 9(4) value 0.
    03  sievePrime       pic 9(5) occurs 1229 times.

*> The block being sieved: what's left of each n once the primes so
*> far are divided out, the four functions built up so far, and the
*> prime factors found with their exponents. No n below 10^8 has
*> more than eight distinct prime factors (2 x 3 x 5 x ... x 23 is
*> already past it)
01  block-table.
    03  blockEntry occurs 5000 times.
        05  entryResidual  pic 9(8).
        05  entryPhi       pic 9(8).
        05  entrySigma     pic 9(10).
        05  entryTau       pic 9(4).
        05  entryMu        pic s9.
        05  entryFactors   pic 9.
        05  entryFactor occurs 8 times.
            07  factorPrime  pic 9(8).
            07  factorExp    pic 9(2).

procedure division.
    display "------------------------------------"
    display "   Arithmetic Function Tables       "
    display "------------------------------------"

    open input dataFile.
    if dataFileStatus not = "00"
        display "sieve-cob.txt was not found - run sieve.cob or sieve2.cob first."
        move 12 to return-code
        stop run
    end-if.
    close dataFile.

    *> The one read of the prime list: the sieving primes kept, and
    *> the trailer's max taken as the limit of what can be tabled
    perform openPass.
    perform loadPrimeLine until eofSw = 0.
    close dataFile.
    if trailerSeen = 0
        display "sieve-cob.txt has no trailer - no range can be certified."
    else
        display "Coverage: certified to " certMax " by the trailer."
    end-if.

    *> The range file comes from the PARM in batch, or from a prompt
    *> when an operator is present - same as prime-gold's ranges
    move spaces to parmString.
    accept parmString from command-line.
    if function trim(parmString) not = spaces
        move function trim(parmString) to rangeFname
    else
        display "Range filename? " with no advancing
        accept rangeFname
    end-if.

    open input rangeFile.
    if rangeFileStatus not = "00"
        display "Could not open " function trim(rangeFname)
            " (file status " rangeFileStatus ")."
        move 12 to return-code
        stop run
    end-if.

    open output reportFile.
    move 1 to rangeEofSw.
    perform workOneRange until rangeEofSw = 0.
    perform writeSummary.

    close rangeFile.
    close reportFile.

    display rangeCount " range(s) read, " entriesWritten
        " line(s) tabled, " refusedCount " refused.".
    display "Table written to prime-arith-report.txt".
    if refusedCount > 0
        move 4 to return-code
    end-if.
    stop run.

*> openPass
*>
*> Starts a pass over the sieve file from the top, resetting the
*> format sniffing and the running prime state
openPass.
    open input dataFile.
    move 1 to eofSw.
    move 0 to csvMode.
    move 0 to gapMode.
    move 0 to runningPrime.
    move 1 to firstRead.
    move 0 to primesSeen.

*> readPrimeLine
*>
*> One line of the pass: the CSV header flips the read mode, the
*> trailer ends the pass (everything past it is not a prime line)
*> and leaves its max in certMax, and any other line leaves its
*> prime in currentPrime with gotPrime set
readPrimeLine.
    move 0 to gotPrime.
    read dataFile
        at end move 0 to eofSw
    end-read.
    if eofSw is not = 0
        if firstRead = 1
            move 0 to firstRead
            if csvHeaderText = "INDEX,PRIME"
                move 1 to csvMode
            end-if
            if csvHeaderText = "GAPS"
                move 1 to gapMode
            end-if
        end-if
        if csvMode = 1 and csvHeaderText not = "INDEX,PRIME"
            if csvTrailerMark = "#"
                move 1 to trailerSeen
                move function numval(csvTrailerMax) to certMax
                move 0 to eofSw
            else
                move function numval(csvNum) to currentPrime
                move 1 to gotPrime
            end-if
        end-if
*> A gap file carries the plain-format trailer; its prime lines are
*> distances, summed into the running value as they arrive
        if csvMode = 0 and csvHeaderText not = "GAPS"
            if trailerMark = "#"
                move 1 to trailerSeen
                move function numval(trailerMax) to certMax
                move 0 to eofSw
            else
                if gapMode = 1
                    add function numval(num) to runningPrime
                    move runningPrime to currentPrime
                else
                    move function numval(num) to currentPrime
                end-if
                move 1 to gotPrime
            end-if
        end-if
    end-if.
    if gotPrime = 1
        add 1 to primesSeen
    end-if.

*> loadPrimeLine
*>
*> One line of the prime-list read: a prime below 10,000 goes into
*> the sieving table; the rest are only read through to the trailer
loadPrimeLine.
    perform readPrimeLine.
    if gotPrime = 1 and currentPrime < 10000
        if sievePrimeCount < 1229
            add 1 to sievePrimeCount
            move currentPrime to sievePrime(sievePrimeCount)
        end-if
    end-if.

*> workOneRange
*>
*> One line of the range file: parse it, refuse it if it can't be
*> tabled, otherwise head a fresh page and table it a block at a time
workOneRange.
    read rangeFile
        at end move 0 to rangeEofSw
    end-read.
    if rangeEofSw is not = 0 and rangeRecord is not = spaces
        add 1 to rangeCount
        move spaces to lowStr
        move spaces to highStr
        move function trim(rangeRecord) to rangeText
        unstring rangeText delimited by all space
            into lowStr highStr
        end-unstring
        move function numval(lowStr) to lowBig
        move function numval(highStr) to highBig

        move spaces to workLine
        move 1 to linePtr
        evaluate true
            when lowBig > 99999999 or highBig > 99999999
                    or lowBig > highBig or highBig < 1
                string "RANGE " delimited by size
                       function trim(rangeRecord trailing)
                           delimited by size
                       " - NOT A USABLE RANGE" delimited by size
                    into workLine with pointer linePtr
                end-string
                perform refuseRange
            when trailerSeen = 0
                string "RANGE " delimited by size
                       function trim(rangeRecord trailing)
                           delimited by size
                       " - REFUSED, SIEVE FILE HAS NO TRAILER"
                           delimited by size
                    into workLine with pointer linePtr
                end-string
                perform refuseRange
            when highBig > certMax
                move certMax to numDisp1
                string "RANGE " delimited by size
                       function trim(rangeRecord trailing)
                           delimited by size
                       " - REFUSED, PAST CERTIFIED COVERAGE ("
                           delimited by size
                       function trim(numDisp1) delimited by size
                       ")" delimited by size
                    into workLine with pointer linePtr
                end-string
                perform refuseRange
            when other
                move lowBig to rangeLow
                move highBig to rangeHigh
                if rangeLow < 1
                    move 1 to rangeLow
                end-if
                perform writePageHeader
                move rangeLow to blockLow
                perform tableOneBlock
                    until blockLow > rangeHigh or blockLow = 0
        end-evaluate
    end-if.

*> refuseRange
*>
*> Puts the refusal composed in workLine on the report and the screen
refuseRange.
    add 1 to refusedCount.
    if pageNum = 0
        perform writePageHeader
    end-if.
    perform writeLine.
    display function trim(workLine trailing).

*> tableOneBlock
*>
*> One block of up to 5000 numbers: start every entry as n itself
*> with all four functions at 1, let each sieving prime up to the
*> square root of the block's top divide itself out of its multiples,
*> finish each entry with whatever prime is left over, and write
*> the block's lines. blockLow wraps to zero only past the last
*> possible block
tableOneBlock.
    compute blockHigh = blockLow + blockLimit - 1.
    if blockHigh > rangeHigh
        move rangeHigh to blockHigh
    end-if.
    compute blockSize = blockHigh - blockLow + 1.
    perform startEntry
        varying bi from 1 by 1 until bi > blockSize.
    move 1 to si.
    move 0 to pSquared.
    if sievePrimeCount > 0
        compute pSquared = sievePrime(1) * sievePrime(1)
    end-if.
    perform sieveOnePrime
        until si > sievePrimeCount or pSquared > blockHigh.
    perform finishEntry
        varying bi from 1 by 1 until bi > blockSize.
    perform writeEntry
        varying bi from 1 by 1 until bi > blockSize.
    if blockHigh = 99999999
        move 0 to blockLow
    else
        compute blockLow = blockHigh + 1
    end-if.

*> startEntry
*>
*> Entry bi before any prime has been divided out of it
startEntry.
    compute entryResidual(bi) = blockLow + bi - 1.
    move 1 to entryPhi(bi).
    move 1 to entrySigma(bi).
    move 1 to entryTau(bi).
    move 1 to entryMu(bi).
    move 0 to entryFactors(bi).

*> sieveOnePrime
*>
*> Sieving prime si walks its multiples through the block, starting
*> at the first one not below blockLow
sieveOnePrime.
    move sievePrime(si) to p.
    divide blockLow by p giving multQ remainder multR.
    if multR = 0
        move blockLow to multNum
    else
        compute multNum = (multQ + 1) * p
    end-if.
    perform stripPrime
        until multNum > blockHigh.
    add 1 to si.
    if si not > sievePrimeCount
        compute pSquared = sievePrime(si) * sievePrime(si)
    end-if.

*> stripPrime
*>
*> Divides every factor of p out of one multNum's entry, then folds
*> p to the power found into the entry's functions: phi takes
*> p^(e-1)(p-1), sigma takes 1 + p + ... + p^e, tau takes e + 1, and
*> mu flips sign for a single p and drops to zero for a square
stripPrime.
    compute bi = multNum - blockLow + 1.
    move 0 to expCount.
    move 1 to primePower.
    divide entryResidual(bi) by p giving divQ remainder divR.
    perform divideOut until divR not = 0.
    compute entryPhi(bi) = entryPhi(bi) * (primePower / p) * (p - 1).
    compute sigmaTerm = (primePower * p - 1) / (p - 1).
    compute entrySigma(bi) = entrySigma(bi) * sigmaTerm.
    compute entryTau(bi) = entryTau(bi) * (expCount + 1).
    if expCount > 1
        move 0 to entryMu(bi)
    else
        compute entryMu(bi) = 0 - entryMu(bi)
    end-if.
    add 1 to entryFactors(bi).
    move p to factorPrime(bi, entryFactors(bi)).
    move expCount to factorExp(bi, entryFactors(bi)).
    add p to multNum.

*> divideOut
*>
*> One more factor of p out of the entry
divideOut.
    move divQ to entryResidual(bi).
    add 1 to expCount.
    multiply p by primePower.
    divide entryResidual(bi) by p giving divQ remainder divR.

*> finishEntry
*>
*> Whatever is left of an entry once every prime up to the square
*> root of the block's top is divided out is 1 or a single prime
*> bigger than all of them, appearing once
finishEntry.
    if entryResidual(bi) > 1
        move entryResidual(bi) to leftOver
        compute entryPhi(bi) = entryPhi(bi) * (leftOver - 1)
        compute entrySigma(bi) = entrySigma(bi) * (leftOver + 1)
        compute entryTau(bi) = entryTau(bi) * 2
        compute entryMu(bi) = 0 - entryMu(bi)
        add 1 to entryFactors(bi)
        move leftOver to factorPrime(bi, entryFactors(bi))
        move 1 to factorExp(bi, entryFactors(bi))
        move 1 to entryResidual(bi)
    end-if.

*> writeEntry
*>
*> One table line: n, phi, sigma, tau, mu and the factorization
writeEntry.
    move spaces to workLine.
    compute numDisp1 = blockLow + bi - 1.
    move numDisp1 to workLine(1:8).
    move entryPhi(bi) to numDisp2.
    move numDisp2 to workLine(11:8).
    move entrySigma(bi) to sigmaDisp.
    move sigmaDisp to workLine(21:10).
    move entryTau(bi) to tauDisp.
    move tauDisp to workLine(33:4).
    move entryMu(bi) to muDisp.
    move muDisp to workLine(39:2).
    move 43 to linePtr.
    if entryFactors(bi) = 0
        string "1" delimited by size
            into workLine with pointer linePtr
        end-string
    else
        perform appendFactor
            varying fi from 1 by 1 until fi > entryFactors(bi)
    end-if.
    perform writeLine.
    add 1 to entriesWritten.

*> appendFactor
*>
*> Appends one "p" or "p^e" term (with its joining " x ") onto the
*> line being built for the entry, the way prime-fact writes them
appendFactor.
    if fi > 1
        string " x " delimited by size
            into workLine with pointer linePtr
        end-string
    end-if.
    move factorPrime(bi, fi) to numDisp2.
    string function trim(numDisp2) delimited by size
        into workLine with pointer linePtr
    end-string.
    if factorExp(bi, fi) > 1
        move factorExp(bi, fi) to expDisp
        string "^" delimited by size
               function trim(expDisp) delimited by size
            into workLine with pointer linePtr
        end-string
    end-if.

*> writePageHeader
*>
*> Starts a fresh table page: the title with the range it belongs to
*> and the page number, then the column headings
writePageHeader.
    add 1 to pageNum.
    move pageNum to pageDisp.
    move spaces to reportLine.
    move all "=" to reportLine.
    write reportLine.
    move spaces to reportLine.
    move 1 to linePtr.
    string "ARITHMETIC FUNCTIONS" delimited by size
        into reportLine with pointer linePtr
    end-string.
    if rangeHigh > 0
        move rangeLow to numDisp1
        move rangeHigh to numDisp2
        string "   N = " delimited by size
               function trim(numDisp1) delimited by size
               " THROUGH " delimited by size
               function trim(numDisp2) delimited by size
            into reportLine with pointer linePtr
        end-string
    end-if.
    move "PAGE" to reportLine(72:4).
    move pageDisp to reportLine(77:4).
    write reportLine.
    move spaces to reportLine.
    write reportLine.
    move spaces to reportLine.
    move "N" to reportLine(8:1).
    move "PHI(N)" to reportLine(13:6).
    move "SIGMA(N)" to reportLine(23:8).
    move "TAU" to reportLine(34:3).
    move "MU" to reportLine(39:2).
    move "FACTORIZATION" to reportLine(43:13).
    write reportLine.
    move spaces to reportLine.
    move all "-" to reportLine.
    write reportLine.
    move 5 to pageLines.

*> writeLine
*>
*> Writes the line in workLine, breaking to a new page first when the
*> current one is full
writeLine.
    if pageLines > 54
        perform writePageHeader
    end-if.
    write reportLine from workLine.
    add 1 to pageLines.

*> writeSummary
*>
*> The closing lines: what the trailer certified and what was tabled
*> and refused
writeSummary.
    if pageNum = 0
        perform writePageHeader
    end-if.
    move spaces to workLine.
    perform writeLine.
    move spaces to workLine.
    move 1 to linePtr.
    if trailerSeen = 0
        string "SIEVE FILE HAS NO TRAILER - NOTHING CERTIFIED"
                delimited by size
            into workLine with pointer linePtr
        end-string
    else
        move certMax to numDisp1
        string "PRIMES CERTIFIED TO " delimited by size
               function trim(numDisp1) delimited by size
               " BY THE SIEVE-COB.TXT TRAILER" delimited by size
            into workLine with pointer linePtr
        end-string
    end-if.
    perform writeLine.
    move spaces to workLine.
    move 1 to linePtr.
    move rangeCount to numDisp1.
    move entriesWritten to numDisp2.
    string "RANGES READ " delimited by size
           function trim(numDisp1) delimited by size
           "   ENTRIES TABLED " delimited by size
           function trim(numDisp2) delimited by size
        into workLine with pointer linePtr
    end-string.
    move refusedCount to numDisp1.
    string "   RANGES REFUSED " delimited by size
           function trim(numDisp1) delimited by size
        into workLine with pointer linePtr
    end-string.
    perform writeLine.
