*> come either from an operator at a prompt or - when a query
*> filename is passed as the PARM - from a batch file of query
*> records, with every answer written to an answers file other jobs
*> can consume either way. ISPRIME takes any number up to 18 digits:
*> past the sieve's coverage the answer comes from the deterministic
*> test in prime-test instead of the master, and every ISPRIME answer
*> says which of the two it came from

identification division.
program-id. prime-inq.
    01  answerRecord.
        03  ansKeyword  pic x(8).
        03  filler      pic x(1) value space.
        03  ansArg      pic z(17)9.
        03  filler      pic x(2) value spaces.
        03  ansText     pic x(40).
        03  filler      pic x(2) value spaces.
*> Where an ISPRIME answer came from - PRIMES.DAT, or the test for a
*> number past the sieve's coverage
        03  ansSource   pic x(10).

working-storage section.
77  primeMasterStatus  pic x(2).
77  eofSw        pic 9 value 1.
77  queryText    pic x(30) value spaces.
77  queryKeyword pic x(8) value spaces.
77  queryArgStr  pic x(20) value spaces.
*> The argument lands in a field wide enough to hold whatever was
*> typed, so an over-long number is answered as out of range instead
*> of silently losing its high-order digits and answering about a
77  queryArgBig  pic 9(18) value 0.
77  queryArg     pic 9(8) value 0.
77  coverageMax  pic 9(8) value 0.
*> prime-test's parameters, for an ISPRIME past the coverage
77  ptRequest    pic x(1) value space.
77  ptNumber     pic 9(18) value 0.
77  ptResult     pic x(1) value space.
77  ptFactor     pic 9(18) value 0.
77  answerCount  pic 9(6) value 0.
*> Edited views used when composing an answer line's text
77  numDisp1     pic z(8).
    move spaces to answerRecord.
    move queryKeyword to ansKeyword.

    if function length(function trim(queryArgStr)) > 18
        move 0 to queryArg
        move 0 to ansArg
        move "ARGUMENT OUT OF RANGE (OVER 18 DIGITS)" to ansText
    else
    if queryArgBig > 99999999 and queryKeyword = "ISPRIME"
        move 0 to queryArg
        move queryArgBig to ansArg
        perform answerByTest
    else
    if queryArgBig > 99999999
        move 0 to queryArg
        move queryArgBig to ansArg
        move "ARGUMENT OUT OF RANGE (OVER 99999999)" to ansText
    else
        move queryArgBig to queryArg
            when other
                move "UNRECOGNIZED QUERY" to ansText
        end-evaluate
    end-if
    end-if
    end-if.

    write answerRecord.
    add 1 to answerCount.
    display function trim(ansKeyword) " " function trim(ansArg) ": "
        function trim(ansText) " " function trim(ansSource).

*> answerIsPrime
*>
*> One keyed read settles it - unless the number is past what the
*> sieve covered, in which case the test answers instead
answerIsPrime.
    if queryArg < 2
*> 0 and 1 are never prime - and a keyed read of 0 would land on
        move "NOT PRIME" to ansText
    else
    if coverageMax > 0 and queryArg > coverageMax
        perform answerByTest
    else
        move "PRIMES.DAT" to ansSource
        move queryArg to pmPrime
        read primeMaster
            invalid key
    end-if
    end-if.

*> answerByTest
*>
*> A number past the master's coverage, up to 18 digits, put to
*> prime-test - its answer is a proof, not an estimate, but there is
*> no ordinal to give for a prime that isn't on file
answerByTest.
    move 'T' to ptRequest.
    move queryArgBig to ptNumber.
    call "prime-test" using ptRequest, ptNumber, ptResult, ptFactor.
    if ptResult = 'P'
        move "PRIME (BEYOND SIEVE COVERAGE)" to ansText
    else
        move "NOT PRIME" to ansText
    end-if.
    move "MR TEST" to ansSource.

*> answerNth
*>
*> The ordinal alternate key makes this one keyed read as well
