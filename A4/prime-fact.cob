*> wrote out: loads the prime list from sieve-cob.txt (honoring the
*> trailer, so it knows exactly how far the sieve's coverage runs),
*> reads a file of candidate numbers, and writes each number's full
*> prime factorization with exponents to a report file. Candidates
*> run to 18 digits. Trial division by the sieve's primes comes
*> first, and certifies any residual up to the square of the largest
*> prime tried; a residual past that is put to prime-test, which
*> proves it prime or splits it, and the pieces are put back to the
*> test until every factor is proven. A line with a factor the test
*> proved rather than the sieve is marked so. Only a residual the
*> split gives up on is still flagged as not fully factorable

identification division.
program-id. prime-fact.
        03  csvTrailerMax    pic x(8).

fd candidateFile.
    01  candidateRecord  pic x(20).

fd reportFile.
    01  reportLine  pic x(100).
77  firstRead    pic 9 value 1.
77  trailerSeen  pic 9 value 0.
77  coverageMax  pic 9(8) value 0.
*> The square of the largest trial divisor held - the largest
*> residual trial division can certify as prime rather than merely
*> undivided
77  coverageSq   pic 9(18) value 0.
77  currentPrime pic 9(8) value 0.
*> Primes up to the square root of the largest 8-digit candidate
*> are held as trial divisors - the rest of the file just proves
*> coverage and is read past, not stored. Anything trial division by
*> these can't settle goes to prime-test
77  divisorLimit pic 9(5) value 10000.
77  divisorCount pic 9(4) value 0.
01  divisor-table.
*> of silently losing its high-order digits and factoring a
*> different number entirely
77  candBig      pic 9(18) value 0.
77  candidate    pic 9(18) value 0.
77  residual     pic 9(18) value 0.
77  expCount     pic 9(2) value 0.
77  dp           pic 9(4) value 0.
77  p            pic 9(18) value 0.
77  divQ         pic 9(18) value 0.
77  divR         pic 9(18) value 0.
77  candCount    pic 9(6) value 0.
77  flaggedCount pic 9(6) value 0.
*> Pointer and edited scratch for building a factorization line up
*> piece by piece
77  linePtr      pic 9(3) value 1.
77  numDisp      pic z(8).
77  bigDisp      pic z(17)9.
77  expDisp      pic z(2).
77  firstFactor  pic 9 value 1.
01  workLine     pic x(100).
*> prime-test's parameters, for residuals past what trial division
*> can certify
77  ptRequest    pic x(1) value space.
77  ptNumber     pic 9(18) value 0.
77  ptResult     pic x(1) value space.
77  ptFactor     pic 9(18) value 0.
*> Residuals still to be proven or split, and the large prime factors
*> found among them, gathered so they can be written in ascending
*> order with their exponents once the candidate is settled. No 18-
*> digit number has more than 59 prime factors counted with their
*> repeats, so neither table can fill
01  pending-table.
    03  pendingNum   pic 9(18) occurs 64 times.
77  pendingCount pic 9(2) value 0.
01  large-table.
    03  largePrime   pic 9(18) occurs 64 times.
77  largeCount   pic 9(2) value 0.
77  li           pic 9(2) value 0.
77  lj           pic 9(2) value 0.
77  swapNum      pic 9(18) value 0.
77  unsplitSw    pic 9 value 0.
77  unsplitNum   pic 9(18) value 0.

procedure division.
    display "------------------------------------"
        move 12 to return-code
        stop run
    end-if.
    if divisorCount > 0
        compute coverageSq =
            divisorPrime(divisorCount) * divisorPrime(divisorCount)
    end-if.
    display "Sieve coverage: primes to " coverageMax
        " (certifies residuals to " coverageSq ").".

    close reportFile.

    display candCount " candidate(s) factored, " flaggedCount
        " flagged not fully factorable.".
    display "Report written to factor-report.txt".
    if flaggedCount > 0
        move 4 to return-code
        move 1 to linePtr
        move 1 to firstFactor

        if function length(function trim(candidateRecord)) > 18
            string function trim(candidateRecord) delimited by size
                   " = OUT OF RANGE (OVER 18 DIGITS)" delimited by size
                into workLine with pointer linePtr
            end-string
            add 1 to flaggedCount
            display function trim(workLine trailing)
        else
        move candBig to candidate
        if candidate > 99999999
            move candidate to bigDisp
            string function trim(bigDisp) delimited by size
                   " = " delimited by size
                into workLine with pointer linePtr
            end-string
        else
            move candidate to numDisp
            string numDisp delimited by size
                   " = " delimited by size
                into workLine with pointer linePtr
            end-string
        end-if

        if candidate < 2
            string "NO PRIME FACTORS" delimited by size
                    move 1 to expCount
                    perform appendFactor
                else
                    perform proveResidual
                end-if
            end-if
        end-if
            into workLine with pointer linePtr
        end-string
    end-if.
    move p to bigDisp.
    string function trim(bigDisp) delimited by size
        into workLine with pointer linePtr
    end-string.
    if expCount > 1
            into workLine with pointer linePtr
        end-string
    end-if.

*> proveResidual
*>
*> A residual past what trial division can certify: every piece is
*> put to prime-test, proven prime or split in two and both halves
*> put back, until only proven primes are left. They go onto the
*> line in ascending order with their exponents, and the line is
*> marked as resting on the test. A piece the split gives up on is
*> flagged the way an uncertified residual always was
proveResidual.
    move 0 to largeCount.
    move 0 to unsplitSw.
    move 1 to unsplitNum.
    move 1 to pendingCount.
    move residual to pendingNum(1).
    perform provePending until pendingCount = 0.
    perform orderLarge
        varying li from 1 by 1 until li >= largeCount.
    move 1 to li.
    perform appendLarge until li > largeCount.
    if unsplitSw = 1
        if firstFactor = 0
            string " x " delimited by size
                into workLine with pointer linePtr
            end-string
        end-if
        move unsplitNum to bigDisp
        string function trim(bigDisp) delimited by size
               " - NOT FULLY FACTORABLE" delimited by size
            into workLine with pointer linePtr
        end-string
        add 1 to flaggedCount
    end-if.
    if largeCount > 0
        string " (PROVEN BY TEST)" delimited by size
            into workLine with pointer linePtr
        end-string
    end-if.

*> provePending
*>
*> The last piece still pending: proven prime into the large-factor
*> table, or split in two with both halves left pending
provePending.
    move pendingNum(pendingCount) to ptNumber.
    subtract 1 from pendingCount.
    move 'S' to ptRequest.
    call "prime-test" using ptRequest, ptNumber, ptResult, ptFactor.
    evaluate ptResult
        when 'P'
            add 1 to largeCount
            move ptNumber to largePrime(largeCount)
        when 'F'
            add 1 to pendingCount
            move ptFactor to pendingNum(pendingCount)
            add 1 to pendingCount
            divide ptNumber by ptFactor giving pendingNum(pendingCount)
        when other
            move 1 to unsplitSw
            compute unsplitNum = unsplitNum * ptNumber
    end-evaluate.

*> orderLarge
*>
*> One pass of an exchange sort over the large factors - there are
*> never more than a handful
orderLarge.
    perform orderLargePair
        varying lj from 1 by 1 until lj > largeCount - li.

*> orderLargePair
*>
*> Swaps one out-of-order neighbouring pair
orderLargePair.
    if largePrime(lj) > largePrime(lj + 1)
        move largePrime(lj) to swapNum
        move largePrime(lj + 1) to largePrime(lj)
        move swapNum to largePrime(lj + 1)
    end-if.

*> appendLarge
*>
*> One large prime and however many times it repeats
appendLarge.
    move largePrime(li) to p.
    move 0 to expCount.
    perform countLarge
        until li > largeCount or largePrime(li) not = p.
    perform appendFactor.

*> countLarge
*>
*> One more occurrence of the large prime being appended
countLarge.
    add 1 to expCount.
    add 1 to li.
