*> assignment 4, cobol - cis3190
*>
*> author: loui zibdawi
*>
*> primality without the sieve: a deterministic Miller-Rabin test
*> for any number up to 18 digits, and a Pollard rho split for the
*> composites it finds, CALLed by prime-inq and prime-fact for
*> numbers past what PRIMES.DAT or the sieve file covers. With the
*> first twelve primes (2 through 37) as witnesses the test has no
*> false answers anywhere below 3.3 x 10^24, well past 18 digits, so
*> "prime" here is a proof and not a probability. Every product is
*> taken modulo the number under test by doubling and adding, one
*> bit of the multiplier at a time, so no intermediate ever exceeds
*> twice the modulus - an 18-digit by 18-digit product would need 36
*> digits and overflow any field the compiler will hold

identification division.
program-id. prime-test.

data division.
working-storage section.
*> The arithmetic is all in native binary (comp-5), the same as the
*> sieve's marking loop - a test is a few thousand modular additions
*> and a split can be a few million
77  mmA          pic 9(18) comp-5.
77  mmB          pic 9(18) comp-5.
77  mmN          pic 9(18) comp-5.
77  mmR          pic 9(18) comp-5.
77  mmBit        pic 9(1) comp-5.
77  mmHalf       pic 9(18) comp-5.
77  mmGap        pic 9(18) comp-5.
77  pmBase       pic 9(18) comp-5.
77  pmExp        pic 9(18) comp-5.
77  pmR          pic 9(18) comp-5.
77  nMinus1      pic 9(18) comp-5.
77  oddPart      pic 9(18) comp-5.
77  twos         pic 9(3) comp-5.
77  ri           pic 9(3) comp-5.
77  wi           pic 9(3) comp-5.
77  witness      pic 9(18) comp-5.
77  x            pic 9(18) comp-5.
77  y            pic 9(18) comp-5.
77  diff         pic 9(18) comp-5.
77  divQ         pic 9(18) comp-5.
77  divR         pic 9(18) comp-5.
77  gcdA         pic 9(18) comp-5.
77  gcdB         pic 9(18) comp-5.
77  rhoC         pic 9(3) comp-5.
77  rhoSteps     pic 9(9) comp-5.
*> Switches for the witness loop and the split
77  compositeSw  pic 9 value 0.
77  witnessDone  pic 9 value 0.
77  splitSw      pic 9 value 0.
*> A split that hasn't found a factor after this many steps for a
*> given constant tries the next constant; past the last constant
*> the number is handed back unsplit rather than left to run forever
77  rhoStepLimit pic 9(9) comp-5 value 5000000.
77  rhoLastC     pic 9(3) comp-5 value 20.

*> The twelve witnesses - enough for a deterministic answer past 18
*> digits - and the small primes themselves, which the test settles
*> by division before any witness is tried
01  witness-values.
    03  filler pic 9(2) value 2.
    03  filler pic 9(2) value 3.
    03  filler pic 9(2) value 5.
    03  filler pic 9(2) value 7.
    03  filler pic 9(2) value 11.
    03  filler pic 9(2) value 13.
    03  filler pic 9(2) value 17.
    03  filler pic 9(2) value 19.
    03  filler pic 9(2) value 23.
    03  filler pic 9(2) value 29.
    03  filler pic 9(2) value 31.
    03  filler pic 9(2) value 37.
01  witness-table redefines witness-values.
    03  witnessPrime  pic 9(2) occurs 12 times.

*> Section for arguments being passed in
linkage section.
77  ptRequest  pic x(1).
77  ptNumber   pic 9(18).
77  ptResult   pic x(1).
77  ptFactor   pic 9(18).

*> Main procedure
*>
*> Answers one question about ptNumber.
*>
*> Parameters
*>      ptRequest - 'T' test ptNumber for primality; 'S' split a
*>                  composite ptNumber into a factor
*>      ptNumber  - the number the question is about
*>      ptResult  - for 'T', 'P' prime or 'C' composite (0 and 1 are
*>                  composite here - neither is prime); for 'S', 'F'
*>                  a factor found, 'U' no factor found inside the
*>                  step limit, 'P' the number was prime after all;
*>                  'X' for a request that isn't known
*>      ptFactor  - for 'S', a factor of ptNumber greater than 1 and
*>                  less than ptNumber itself (not necessarily prime)
procedure division using ptRequest, ptNumber, ptResult, ptFactor.
    move 0 to ptFactor.
    evaluate ptRequest
        when 'T'
            perform testPrime
            if compositeSw = 1
                move 'C' to ptResult
            else
                move 'P' to ptResult
            end-if
        when 'S'
            perform testPrime
            if compositeSw = 0
                move 'P' to ptResult
            else
                perform splitNumber
                if splitSw = 1
                    move 'F' to ptResult
                else
                    move 'U' to ptResult
                end-if
            end-if
        when other
            move 'X' to ptResult
    end-evaluate.
    goback.

*> testPrime
*>
*> Miller-Rabin over all twelve witnesses. ptNumber - 1 is written
*> as an odd part times a power of two; a witness passes when its
*> power to the odd part is 1 or n - 1, or squaring that up to the
*> power of two reaches n - 1 on the way. One witness that fails
*> proves the number composite
testPrime.
    move 0 to compositeSw.
    if ptNumber < 2
        move 1 to compositeSw
    else
        move 0 to witnessDone
        perform trySmallPrime
            varying wi from 1 by 1
            until wi > 12 or witnessDone = 1
        if witnessDone = 0
            compute nMinus1 = ptNumber - 1
            move nMinus1 to oddPart
            move 0 to twos
            divide oddPart by 2 giving divQ remainder divR
            perform halveOddPart until divR not = 0
            perform tryWitness
                varying wi from 1 by 1
                until wi > 12 or compositeSw = 1
        end-if
    end-if.

*> trySmallPrime
*>
*> A number that is one of the witnesses is prime; one a witness
*> divides is composite
trySmallPrime.
    if ptNumber = witnessPrime(wi)
        move 1 to witnessDone
    else
        divide ptNumber by witnessPrime(wi) giving divQ remainder divR
        if divR = 0
            move 1 to compositeSw
            move 1 to witnessDone
        end-if
    end-if.

*> halveOddPart
*>
*> Takes one more factor of two out of n - 1
halveOddPart.
    move divQ to oddPart.
    add 1 to twos.
    divide oddPart by 2 giving divQ remainder divR.

*> tryWitness
*>
*> One witness's round of the test
tryWitness.
    move witnessPrime(wi) to pmBase.
    move oddPart to pmExp.
    move ptNumber to mmN.
    perform powMod.
    move pmR to x.
    if x not = 1 and x not = nMinus1
        move 0 to witnessDone
        perform squareWitness
            varying ri from 1 by 1
            until ri >= twos or witnessDone = 1
        if witnessDone = 0
            move 1 to compositeSw
        end-if
    end-if.

*> squareWitness
*>
*> One more squaring of the witness's power - reaching n - 1 passes
*> the witness
squareWitness.
    move x to mmA.
    move x to mmB.
    perform mulMod.
    move mmR to x.
    if x = nMinus1
        move 1 to witnessDone
    end-if.

*> powMod
*>
*> pmBase to the power pmExp, modulo mmN, into pmR - square and
*> multiply over the exponent's bits from the low end
powMod.
    move 1 to pmR.
    divide pmBase by mmN giving divQ remainder pmBase.
    perform powModStep until pmExp = 0.

*> powModStep
*>
*> One bit of the exponent
powModStep.
    divide pmExp by 2 giving pmExp remainder mmBit.
    if mmBit = 1
        move pmR to mmA
        move pmBase to mmB
        perform mulMod
        move mmR to pmR
    end-if.
    if pmExp > 0
        move pmBase to mmA
        move pmBase to mmB
        perform mulMod
        move mmR to pmBase
    end-if.

*> mulMod
*>
*> mmA times mmB, modulo mmN, into mmR - doubling mmA and adding it
*> in for every set bit of mmB, each step reduced as it goes
mulMod.
    move 0 to mmR.
    divide mmA by mmN giving divQ remainder mmA.
    perform mulModStep until mmB = 0.

*> mulModStep
*>
*> One bit of the multiplier
mulModStep.
    divide mmB by 2 giving mmHalf remainder mmBit.
    if mmBit = 1
        compute mmGap = mmN - mmA
        if mmR >= mmGap
            subtract mmGap from mmR
        else
            add mmA to mmR
        end-if
    end-if.
    move mmHalf to mmB.
    if mmB > 0
        compute mmGap = mmN - mmA
        if mmA >= mmGap
            subtract mmGap from mmA
        else
            add mmA to mmA
        end-if
    end-if.

*> splitNumber
*>
*> Pollard's rho: walks x -> x squared plus c modulo n at one speed
*> and at double speed until the gap between the two walks shares a
*> factor with n. An even number splits off its 2 straight away. A
*> walk that closes on n itself tries the next constant
splitNumber.
    move 0 to splitSw.
    divide ptNumber by 2 giving divQ remainder divR.
    if divR = 0
        move 2 to ptFactor
        move 1 to splitSw
    else
        move ptNumber to mmN
        perform rhoWalk
            varying rhoC from 1 by 1
            until rhoC > rhoLastC or splitSw = 1
    end-if.

*> rhoWalk
*>
*> One walk with constant rhoC
rhoWalk.
    move 2 to x.
    move 2 to y.
    move 1 to gcdA.
    move 0 to rhoSteps.
    perform rhoStep
        until gcdA not = 1 or rhoSteps > rhoStepLimit.
    if gcdA not = 1 and gcdA not = ptNumber
        move gcdA to ptFactor
        move 1 to splitSw
    end-if.

*> rhoStep
*>
*> The slow walk one step, the fast walk two, and the gap's common
*> factor with n
rhoStep.
    add 1 to rhoSteps.
    move x to mmA.
    move x to mmB.
    perform mulMod.
    move mmR to x.
    perform addConstant.
    move mmR to x.
    move y to mmA.
    move y to mmB.
    perform mulMod.
    perform addConstant.
    move mmR to mmA.
    move mmR to mmB.
    perform mulMod.
    perform addConstant.
    move mmR to y.
    if x > y
        compute diff = x - y
    else
        compute diff = y - x
    end-if.
    if diff = 0
        move ptNumber to gcdA
    else
        move diff to gcdA
        move ptNumber to gcdB
        perform gcdStep until gcdB = 0
    end-if.

*> addConstant
*>
*> mmR plus the walk's constant, modulo n
addConstant.
    compute mmGap = mmN - rhoC.
    if mmR >= mmGap
        subtract mmGap from mmR
    else
        add rhoC to mmR
    end-if.

*> gcdStep
*>
*> One remainder of Euclid's algorithm - gcdA holds the answer once
*> gcdB reaches zero
gcdStep.
    divide gcdA by gcdB giving divQ remainder divR.
    move gcdB to gcdA.
    move divR to gcdB.
