*> assignment 4, cobol - cis3190
*>
*> author: loui zibdawi
*>
*> builds RSA worked examples for the education-publishing side's
*> public-key chapter, the way prime-gold builds their Goldbach
*> tables. Takes a request file - a prime size range, how many
*> examples to draw from it and the sample message values to run
*> through each - and draws each example's pair of primes from the
*> PRIMES.DAT master by keyed reads on the ordinal key, spread out
*> across the range so no two examples share a prime. For each pair
*> it works the modulus, the totient, the smallest public exponent
*> prime to the totient and the private exponent by the extended
*> Euclidean algorithm (printed step by step, so a reader can follow
*> the inverse instead of taking it on trust - the hand-built example
*> that went to print with a wrong inverse is why), then encrypts and
*> decrypts every sample message by square-and-multiply, step by
*> step. Nothing is printed until the example has been checked: e
*> times d has to come back to 1 modulo the totient and every
*> message has to decrypt back to itself, or the example is flagged
*> instead. Products are taken modulo n by doubling and adding, as
*> prime-test does, so a pair of 8-digit primes never overflows

identification division.
program-id. prime-rsa.

environment division.
input-output section.
file-control.
select primeMaster assign to "PRIMES.DAT"
        organization is indexed
        access mode is dynamic
        record key is pmPrime
        alternate record key is pmOrdinal
        file status is primeMasterStatus.
*> One request per line: the low and high ends of the prime range,
*> the number of examples wanted, and up to six sample messages
select optional requestFile assign to dynamic requestFname
        organization is line sequential
        file status is requestFileStatus.
*> The print-ready examples
select optional reportFile assign to "prime-rsa-report.txt"
        organization is line sequential.

data division.
file section.
fd primeMaster.
    01  primeMasterRecord.
        03  pmPrime    pic 9(8).
        03  pmOrdinal  pic 9(8).
*> Only meaningful on the key-zero control record, where it carries
*> the sieve's coverage max; zero on every real prime record
        03  pmMax      pic 9(8).

fd requestFile.
    01  requestRecord  pic x(80).

fd reportFile.
    01  reportLine  pic x(80).

working-storage section.
77  primeMasterStatus  pic x(2).
77  requestFname       pic x(30) value spaces.
77  requestFileStatus  pic x(2).
77  parmString   pic x(80) value spaces.
77  eofSw        pic 9 value 1.
77  coverageMax  pic 9(8) value 0.
*> Pieces a request line splits into, landed wide so an over-long
*> number flags the request instead of silently truncating
77  lowStr       pic x(10) value spaces.
77  highStr      pic x(10) value spaces.
77  countStr     pic x(10) value spaces.
01  message-strings.
    03  msgStr   pic x(20) occurs 6 times.
77  lowBig       pic 9(18) value 0.
77  highBig      pic 9(18) value 0.
77  countBig     pic 9(18) value 0.
77  rangeLow     pic 9(8) value 0.
77  rangeHigh    pic 9(8) value 0.
77  wantCount    pic 9(4) value 0.
77  msgCount     pic 9 value 0.
01  message-table.
    03  msgValue pic 9(18) occurs 6 times.
77  mi           pic 9 value 0.
77  badRequest   pic 9 value 0.
*> The primes in the range, as ordinals on the master, and the
*> spacing the examples are drawn at
77  firstOrd     pic 9(8) value 0.
77  lastOrd      pic 9(8) value 0.
77  primesInRange pic 9(8) value 0.
77  pairCount    pic 9(4) value 0.
77  stride       pic 9(8) value 0.
77  exampleNum   pic 9(4) value 0.
77  pOrd         pic 9(8) value 0.
77  qOrd         pic 9(8) value 0.
*> One example's key material - all binary, the same as prime-test's
*> arithmetic, and only moved to edited fields to be printed
77  rsaP         pic 9(18) comp-5.
77  rsaQ         pic 9(18) comp-5.
77  rsaN         pic 9(18) comp-5.
77  rsaPhi       pic 9(18) comp-5.
77  rsaE         pic 9(18) comp-5.
77  rsaD         pic 9(18) comp-5.
77  pMinus1      pic 9(18) comp-5.
77  qMinus1      pic 9(18) comp-5.
77  cipher       pic 9(18) comp-5.
77  plainBack    pic 9(18) comp-5.
77  checkSw      pic 9 value 0.
77  failReason   pic x(40) value spaces.
77  showSteps    pic 9 value 0.
*> gcd and the extended Euclidean algorithm's running values
77  gcdA         pic 9(18) comp-5.
77  gcdB         pic 9(18) comp-5.
77  divQ         pic 9(18) comp-5.
77  divR         pic 9(18) comp-5.
77  eeR0         pic s9(18) comp-5.
77  eeR1         pic s9(18) comp-5.
77  eeT0         pic s9(18) comp-5.
77  eeT1         pic s9(18) comp-5.
77  eeQ          pic s9(18) comp-5.
77  eeHold       pic s9(18) comp-5.
77  eeStep       pic 9(3) value 0.
*> The last t before it is brought into range, for the printed table
77  eeLastT      pic s9(18) comp-5.
*> Modular multiply and power
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
77  pmSquared    pic 9(18) comp-5.
*> The exponent's bits, low bit first, so square-and-multiply can
*> run them from the top the way the textbook shows it
01  bit-table.
    03  expBit   pic 9 occurs 64 times.
77  bitCount     pic 9(2) value 0.
77  bi           pic 9(2) value 0.
*> Run tallies for the summary and the return code
77  requestCount  pic 9(4) value 0.
77  examplesWritten pic 9(6) value 0.
77  flaggedCount  pic 9(6) value 0.
*> Edited scratch for composing report lines
77  bigDisp1     pic z(17)9.
77  bigDisp2     pic z(17)9.
77  bigDisp3     pic z(17)9.
77  signDisp     pic -(17)9.
77  numDisp1     pic z(8).
77  numDisp2     pic z(8).
77  stepDisp     pic z9.
77  workLine     pic x(80) value spaces.
77  linePtr      pic 9(3) value 1.

procedure division.
    display "------------------------------------"
    display "    RSA Worked Example Generator    "
    display "------------------------------------"

    open input primeMaster.
    if primeMasterStatus not = "00"
        display "PRIMES.DAT was not found - run prime-load first."
        move 12 to return-code
        stop run
    end-if.

    *> The key-zero control record says how far the sieve's coverage
    *> runs - a range past it would draw from primes that aren't there
    move 0 to pmPrime.
    read primeMaster
        invalid key
            display "No control record on PRIMES.DAT - coverage unknown."
            move 0 to coverageMax
        not invalid key
            move pmMax to coverageMax
            display "Coverage: primes up to " coverageMax "."
    end-read.

    *> The request file comes from the PARM in batch, or from a prompt
    *> when an operator is present - same as prime-gold's ranges
    move spaces to parmString.
    accept parmString from command-line.
    if function trim(parmString) not = spaces
        move function trim(parmString) to requestFname
    else
        display "Request filename? " with no advancing
        accept requestFname
    end-if.

    open input requestFile.
    if requestFileStatus not = "00"
        display "Could not open " function trim(requestFname)
            " (file status " requestFileStatus ")."
        move 12 to return-code
        stop run
    end-if.

    open output reportFile.
    move "RSA PUBLIC-KEY WORKED EXAMPLES" to reportLine.
    write reportLine.

    move 1 to eofSw.
    perform workOneRequest until eofSw = 0.

    close requestFile.
    close reportFile.
    close primeMaster.

    display requestCount " request(s) worked, " examplesWritten
        " example(s) written, " flaggedCount " flagged.".
    display "Examples written to prime-rsa-report.txt".
    if flaggedCount > 0
        move 4 to return-code
    end-if.
    stop run.

*> workOneRequest
*>
*> One line of the request file: parse it, find the primes the range
*> holds on the master, and draw and work each example
workOneRequest.
    read requestFile
        at end move 0 to eofSw
    end-read.
    if eofSw is not = 0 and requestRecord is not = spaces
        add 1 to requestCount
        perform parseRequest
        if badRequest = 1
            perform flagRequest
        else
            perform findRangeOrdinals
            compute pairCount = primesInRange / 2
            if pairCount > wantCount
                move wantCount to pairCount
            end-if
            perform writeRequestHeading
            if pairCount = 0
                add 1 to flaggedCount
                move "  FEWER THAN TWO PRIMES ON FILE IN THE RANGE"
                    to reportLine
                write reportLine
            else
                if pairCount < wantCount
                    add 1 to flaggedCount
                    move pairCount to numDisp1
                    move spaces to workLine
                    move 1 to linePtr
                    string "  ONLY " delimited by size
                           function trim(numDisp1) delimited by size
                           " EXAMPLE(S) - NOT ENOUGH PRIMES IN THE RANGE"
                               delimited by size
                        into workLine with pointer linePtr
                    end-string
                    write reportLine from workLine
                end-if
                compute stride = primesInRange / (2 * pairCount)
                perform workOneExample
                    varying exampleNum from 1 by 1
                    until exampleNum > pairCount
            end-if
        end-if
    end-if.

*> parseRequest
*>
*> Splits the request line into the range, the example count and
*> the messages, and decides whether it is usable at all
parseRequest.
    move spaces to lowStr.
    move spaces to highStr.
    move spaces to countStr.
    move spaces to message-strings.
    unstring requestRecord delimited by all space
        into lowStr highStr countStr
             msgStr(1) msgStr(2) msgStr(3)
             msgStr(4) msgStr(5) msgStr(6)
    end-unstring.
    move function numval(lowStr) to lowBig.
    move function numval(highStr) to highBig.
    move function numval(countStr) to countBig.
    move 0 to badRequest.
    if lowBig > 99999999 or highBig > 99999999 or lowBig > highBig
            or highBig < 3 or countBig = 0 or countBig > 999
        move 1 to badRequest
    end-if.
    if coverageMax > 0 and highBig > coverageMax
        move 1 to badRequest
    end-if.
    move 0 to msgCount.
    perform takeMessage varying mi from 1 by 1 until mi > 6.
    if msgCount = 0
        move 1 to badRequest
    end-if.
    if badRequest = 0
        move lowBig to rangeLow
        move highBig to rangeHigh
        move countBig to wantCount
    end-if.

*> takeMessage
*>
*> One sample message off the request line, kept when it's there
takeMessage.
    if msgStr(mi) not = spaces
        if function length(function trim(msgStr(mi))) > 18
            move 1 to badRequest
        else
            add 1 to msgCount
            move function numval(msgStr(mi)) to msgValue(msgCount)
        end-if
    end-if.

*> flagRequest
*>
*> A request line that can't be worked, written out as it came
flagRequest.
    add 1 to flaggedCount.
    move spaces to reportLine.
    write reportLine.
    move spaces to workLine.
    move 1 to linePtr.
    string "REQUEST " delimited by size
           function trim(requestRecord trailing) delimited by size
           " - NOT A USABLE REQUEST" delimited by size
        into workLine with pointer linePtr
    end-string.
    write reportLine from workLine.
    display function trim(workLine trailing).

*> findRangeOrdinals
*>
*> The ordinals of the first prime at or above the low end and the
*> last prime at or below the high end - every prime between them is
*> one keyed read away on the ordinal key
findRangeOrdinals.
    move 0 to firstOrd.
    move 0 to lastOrd.
    move 0 to primesInRange.
    move rangeLow to pmPrime.
    start primeMaster key is not less than pmPrime
        invalid key continue
        not invalid key
            read primeMaster next
                at end continue
                not at end
                    if pmPrime > 0 and pmPrime not > rangeHigh
                        move pmOrdinal to firstOrd
                    end-if
            end-read
    end-start.
    move rangeHigh to pmPrime.
    start primeMaster key is not greater than pmPrime
        invalid key continue
        not invalid key
            read primeMaster previous
                at end continue
                not at end
                    if pmPrime > 0 and pmPrime not < rangeLow
                        move pmOrdinal to lastOrd
                    end-if
            end-read
    end-start.
    if firstOrd > 0 and lastOrd >= firstOrd
        compute primesInRange = lastOrd - firstOrd + 1
    end-if.

*> writeRequestHeading
*>
*> The section heading for one request
writeRequestHeading.
    move spaces to reportLine.
    write reportLine.
    move rangeLow to numDisp1.
    move rangeHigh to numDisp2.
    move spaces to workLine.
    move 1 to linePtr.
    string "PRIMES " delimited by size
           function trim(numDisp1) delimited by size
           " THROUGH " delimited by size
           function trim(numDisp2) delimited by size
        into workLine with pointer linePtr
    end-string.
    move wantCount to numDisp1.
    string ", " delimited by size
           function trim(numDisp1) delimited by size
           " EXAMPLE(S) REQUESTED" delimited by size
        into workLine with pointer linePtr
    end-string.
    write reportLine from workLine.
    move all "=" to reportLine.
    write reportLine.

*> workOneExample
*>
*> Draws one pair - p counting up from the bottom of the range, q
*> counting down from the top - works the keys, checks every message
*> round trip quietly, and only then prints the example with its
*> steps shown
workOneExample.
    compute pOrd = firstOrd + (exampleNum - 1) * stride.
    compute qOrd = lastOrd - (exampleNum - 1) * stride.
    move pOrd to pmOrdinal.
    read primeMaster key is pmOrdinal
        invalid key move 0 to pmPrime
    end-read.
    move pmPrime to rsaP.
    move qOrd to pmOrdinal.
    read primeMaster key is pmOrdinal
        invalid key move 0 to pmPrime
    end-read.
    move pmPrime to rsaQ.

    move 1 to checkSw.
    if rsaP = 0 or rsaQ = 0 or rsaP = rsaQ
        move 0 to checkSw
        move "PRIMES NOT FOUND ON FILE" to failReason
    else
        perform workKeys
    end-if.
    if checkSw = 1
        move 0 to showSteps
        perform checkMessage varying mi from 1 by 1 until mi > msgCount
    end-if.

    if checkSw = 0
        add 1 to flaggedCount
        move spaces to reportLine
        write reportLine
        move exampleNum to numDisp1
        move spaces to workLine
        move 1 to linePtr
        string "EXAMPLE " delimited by size
               function trim(numDisp1) delimited by size
               " - NOT PRINTED, " delimited by size
               failReason delimited by "  "
            into workLine with pointer linePtr
        end-string
        write reportLine from workLine
        display function trim(workLine trailing)
    else
        add 1 to examplesWritten
        perform printExample
    end-if.

*> workKeys
*>
*> n, the totient, the smallest odd public exponent prime to the
*> totient, and its inverse - with e times d checked back to 1
workKeys.
    compute rsaN = rsaP * rsaQ.
    compute pMinus1 = rsaP - 1.
    compute qMinus1 = rsaQ - 1.
    compute rsaPhi = pMinus1 * qMinus1.
    move 3 to rsaE.
    move 0 to gcdA.
    perform tryExponent until gcdA = 1 or rsaE >= rsaPhi.
    if gcdA not = 1
        move 0 to checkSw
        move "NO PUBLIC EXPONENT FOUND" to failReason
    else
        move 0 to showSteps
        perform invertExponent
        move rsaE to mmA
        move rsaD to mmB
        move rsaPhi to mmN
        perform mulMod
        if mmR not = 1
            move 0 to checkSw
            move "E x D IS NOT 1 MODULO PHI(N)" to failReason
        end-if
    end-if.

*> tryExponent
*>
*> One candidate public exponent - kept when it shares no factor
*> with the totient, stepped to the next odd number when it does
tryExponent.
    move rsaE to gcdA.
    move rsaPhi to gcdB.
    perform gcdStep until gcdB = 0.
    if gcdA not = 1
        add 2 to rsaE
    end-if.

*> gcdStep
*>
*> One remainder of Euclid's algorithm
gcdStep.
    divide gcdA by gcdB giving divQ remainder divR.
    move gcdB to gcdA.
    move divR to gcdB.

*> invertExponent
*>
*> The extended Euclidean algorithm on the totient and e: the
*> remainders run down to 1 while t carries the multiple of e each
*> remainder is, so the last t is e's inverse (brought into range
*> when it comes out negative). With showSteps set, each step is a
*> line of the printed table
invertExponent.
    move rsaPhi to eeR0.
    move rsaE to eeR1.
    move 0 to eeT0.
    move 1 to eeT1.
    move 0 to eeStep.
    if showSteps = 1
        move spaces to workLine
        move "STEP" to workLine(3:4)
        move "QUOTIENT" to workLine(17:8)
        move "REMAINDER" to workLine(35:9)
        move "T" to workLine(62:1)
        write reportLine from workLine
        move eeR0 to bigDisp2
        move eeT0 to signDisp
        move spaces to workLine
        move bigDisp2 to workLine(26:18)
        move signDisp to workLine(45:18)
        write reportLine from workLine
        move eeR1 to bigDisp2
        move eeT1 to signDisp
        move spaces to workLine
        move bigDisp2 to workLine(26:18)
        move signDisp to workLine(45:18)
        write reportLine from workLine
    end-if.
    perform euclidStep until eeR1 = 0.
    move eeT0 to eeLastT.
    if eeT0 < 0
        add rsaPhi to eeT0
    end-if.
    move eeT0 to rsaD.

*> euclidStep
*>
*> One division of the extended algorithm
euclidStep.
    add 1 to eeStep.
    divide eeR0 by eeR1 giving eeQ.
    compute eeHold = eeR0 - eeQ * eeR1.
    move eeR1 to eeR0.
    move eeHold to eeR1.
    compute eeHold = eeT0 - eeQ * eeT1.
    move eeT1 to eeT0.
    move eeHold to eeT1.
    if showSteps = 1 and eeR1 not = 0
        move eeStep to stepDisp
        move eeQ to bigDisp1
        move eeR1 to bigDisp2
        move eeT1 to signDisp
        move spaces to workLine
        move stepDisp to workLine(5:2)
        move bigDisp1 to workLine(7:18)
        move bigDisp2 to workLine(26:18)
        move signDisp to workLine(45:18)
        write reportLine from workLine
    end-if.

*> checkMessage
*>
*> One message's round trip, encrypted with e and decrypted with d -
*> a message that isn't smaller than n, or that doesn't come back,
*> fails the example
checkMessage.
    if msgValue(mi) >= rsaN
        move 0 to checkSw
        move "A MESSAGE IS NOT SMALLER THAN N" to failReason
    else
        move msgValue(mi) to pmBase
        move rsaE to pmExp
        move rsaN to mmN
        perform powMod
        move pmR to cipher
        move cipher to pmBase
        move rsaD to pmExp
        perform powMod
        move pmR to plainBack
        if plainBack not = msgValue(mi)
            move 0 to checkSw
            move "A MESSAGE DID NOT DECRYPT BACK" to failReason
        end-if
    end-if.

*> printExample
*>
*> The checked example in full: the primes, the keys with the
*> inverse worked, and each message's encryption and decryption
printExample.
    move spaces to reportLine.
    write reportLine.
    move exampleNum to numDisp1.
    move spaces to workLine.
    move 1 to linePtr.
    string "EXAMPLE " delimited by size
           function trim(numDisp1) delimited by size
        into workLine with pointer linePtr
    end-string.
    write reportLine from workLine.
    move all "-" to reportLine(1:10).
    write reportLine.

    move rsaP to bigDisp1.
    move pOrd to numDisp1.
    move spaces to workLine.
    move 1 to linePtr.
    string "  P = " delimited by size
           function trim(bigDisp1) delimited by size
           "   (PRIME NUMBER " delimited by size
           function trim(numDisp1) delimited by size
           " ON FILE)" delimited by size
        into workLine with pointer linePtr
    end-string.
    write reportLine from workLine.
    move rsaQ to bigDisp1.
    move qOrd to numDisp1.
    move spaces to workLine.
    move 1 to linePtr.
    string "  Q = " delimited by size
           function trim(bigDisp1) delimited by size
           "   (PRIME NUMBER " delimited by size
           function trim(numDisp1) delimited by size
           " ON FILE)" delimited by size
        into workLine with pointer linePtr
    end-string.
    write reportLine from workLine.
    move rsaN to bigDisp1.
    move spaces to workLine.
    move 1 to linePtr.
    string "  N = P x Q = " delimited by size
           function trim(bigDisp1) delimited by size
        into workLine with pointer linePtr
    end-string.
    write reportLine from workLine.
    move pMinus1 to bigDisp1.
    move qMinus1 to bigDisp2.
    move rsaPhi to bigDisp3.
    move spaces to workLine.
    move 1 to linePtr.
    string "  PHI(N) = (P - 1) x (Q - 1) = " delimited by size
           function trim(bigDisp1) delimited by size
           " x " delimited by size
           function trim(bigDisp2) delimited by size
           " = " delimited by size
           function trim(bigDisp3) delimited by size
        into workLine with pointer linePtr
    end-string.
    write reportLine from workLine.
    move rsaE to bigDisp1.
    move spaces to workLine.
    move 1 to linePtr.
    string "  E = " delimited by size
           function trim(bigDisp1) delimited by size
           "   (THE SMALLEST ODD E > 1 WITH GCD(E, PHI(N)) = 1)"
               delimited by size
        into workLine with pointer linePtr
    end-string.
    write reportLine from workLine.

    move spaces to reportLine.
    write reportLine.
    move "  D IS THE INVERSE OF E MODULO PHI(N) - EXTENDED EUCLID:"
        to reportLine.
    write reportLine.
    move 1 to showSteps.
    perform invertExponent.
    if eeLastT < 0
        move eeLastT to signDisp
        move rsaPhi to bigDisp2
        move rsaD to bigDisp3
        move spaces to workLine
        move 1 to linePtr
        string "  T CAME OUT NEGATIVE, SO PHI(N) IS ADDED: " delimited by size
               function trim(signDisp) delimited by size
               " + " delimited by size
               function trim(bigDisp2) delimited by size
               " = " delimited by size
               function trim(bigDisp3) delimited by size
            into workLine with pointer linePtr
        end-string
        write reportLine from workLine
    end-if.
    move rsaD to bigDisp1.
    move spaces to workLine.
    move 1 to linePtr.
    string "  D = " delimited by size
           function trim(bigDisp1) delimited by size
           "   CHECK: E x D MOD PHI(N) = 1" delimited by size
        into workLine with pointer linePtr
    end-string.
    write reportLine from workLine.
    move rsaE to bigDisp1.
    move rsaN to bigDisp2.
    move rsaD to bigDisp3.
    move spaces to workLine.
    move 1 to linePtr.
    string "  PUBLIC KEY  (E, N) = (" delimited by size
           function trim(bigDisp1) delimited by size
           ", " delimited by size
           function trim(bigDisp2) delimited by size
           ")" delimited by size
        into workLine with pointer linePtr
    end-string.
    write reportLine from workLine.
    move spaces to workLine.
    move 1 to linePtr.
    string "  PRIVATE KEY (D, N) = (" delimited by size
           function trim(bigDisp3) delimited by size
           ", " delimited by size
           function trim(bigDisp2) delimited by size
           ")" delimited by size
        into workLine with pointer linePtr
    end-string.
    write reportLine from workLine.

    perform printMessage varying mi from 1 by 1 until mi > msgCount.

*> printMessage
*>
*> One message's encryption and decryption, each worked step by step
printMessage.
    move spaces to reportLine.
    write reportLine.
    move msgValue(mi) to bigDisp1.
    move spaces to workLine.
    move 1 to linePtr.
    string "  MESSAGE M = " delimited by size
           function trim(bigDisp1) delimited by size
        into workLine with pointer linePtr
    end-string.
    write reportLine from workLine.

    move msgValue(mi) to pmBase.
    move rsaE to pmExp.
    move rsaN to mmN.
    move "    ENCRYPT: C = M ^ E MOD N" to reportLine.
    write reportLine.
    perform powModShown.
    move pmR to cipher.
    move cipher to bigDisp1.
    move spaces to workLine.
    move 1 to linePtr.
    string "    C = " delimited by size
           function trim(bigDisp1) delimited by size
        into workLine with pointer linePtr
    end-string.
    write reportLine from workLine.

    move cipher to pmBase.
    move rsaD to pmExp.
    move "    DECRYPT: M = C ^ D MOD N" to reportLine.
    write reportLine.
    perform powModShown.
    move pmR to plainBack.
    move plainBack to bigDisp1.
    move spaces to workLine.
    move 1 to linePtr.
    string "    M = " delimited by size
           function trim(bigDisp1) delimited by size
           "   (THE ORIGINAL MESSAGE)" delimited by size
        into workLine with pointer linePtr
    end-string.
    write reportLine from workLine.

*> powModShown
*>
*> pmBase to the power pmExp modulo n, square-and-multiply from the
*> exponent's top bit down, one printed line per bit: the bit, the
*> running value squared, and - on a 1 bit - multiplied by the base
powModShown.
    move 0 to bitCount.
    perform takeExpBit until pmExp = 0.
    move "      BIT  SQUARED            x BASE" to reportLine.
    write reportLine.
    move 1 to pmR.
    perform showOneBit varying bi from bitCount by -1 until bi < 1.

*> takeExpBit
*>
*> Peels the exponent's low bit into the bit table
takeExpBit.
    add 1 to bitCount.
    divide pmExp by 2 giving pmExp remainder expBit(bitCount).

*> showOneBit
*>
*> One bit of square-and-multiply, and its line
showOneBit.
    move pmR to mmA.
    move pmR to mmB.
    perform mulMod.
    move mmR to pmSquared.
    move mmR to pmR.
    move spaces to workLine.
    move expBit(bi) to workLine(10:1).
    move pmSquared to bigDisp1.
    move bigDisp1 to workLine(11:18).
    if expBit(bi) = 1
        move pmR to mmA
        move pmBase to mmB
        perform mulMod
        move mmR to pmR
        move pmR to bigDisp2
        move bigDisp2 to workLine(31:18)
    end-if.
    write reportLine from workLine.

*> powMod
*>
*> pmBase to the power pmExp, modulo mmN, into pmR, quietly - square
*> and multiply over the exponent's bits from the low end
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
