*> keyed read in prime-inq instead of an eyeball search of the flat
*> file. The sieve file's trailer is kept on a control record under
*> key zero (no prime is ever 0, so the key is free) so inquiry can
*> tell a genuine "not prime" from "past what the sieve covered".
*> When the sieve file extends the range the standing master already
*> covers - an EXTEND run, or any larger max - only the primes past
*> the master's coverage are added, on a copy of the master, instead
*> of rebuilding millions of unchanged records; PARM FULL forces a
*> full rebuild regardless

identification division.
program-id. prime-load.
        record key is pmPrime
        alternate record key is pmOrdinal
        file status is primeMasterStatus.
*> The live master, only ever read here - to see whether tonight's
*> sieve file carries on from where it stops, so the load can be a
*> delta on a copy of it rather than a full rebuild
select optional liveMaster assign to "PRIMES.DAT"
        organization is indexed
        access mode is dynamic
        record key is lvPrime
        alternate record key is lvOrdinal
        file status is liveMasterStatus.

data division.
file section.
*> the sieve's coverage max; zero on every real prime record
        03  pmMax      pic 9(8).

fd liveMaster.
    01  liveMasterRecord.
        03  lvPrime    pic 9(8).
        03  lvOrdinal  pic 9(8).
        03  lvMax      pic 9(8).

working-storage section.
77  dataFileStatus     pic x(2).
77  primeMasterStatus  pic x(2).
*> trailer and the control record read back off the side file
77  controlOk       pic 9 value 0.
77  verifiedSw      pic 9 value 0.
77  isPrimeLine     pic 9 value 0.
77  parmString      pic x(80) value spaces.
77  liveMasterStatus pic x(2).
*> 'F' builds PRIMES.NEW from nothing; 'D' adds to a copy of the
*> live master only the primes past its coverage max (deltaMax).
*> deltaBase and deltaLast are how many primes the sieve file has up
*> to that max and the last of them, which the live master has to
*> agree with before a delta is trusted
77  loadMode        pic x value 'F'.
77  deltaMax        pic 9(8) value 0.
77  deltaBase       pic 9(8) value 0.
77  deltaLast       pic 9(8) value 0.
77  scanPastSw      pic 9 value 0.
77  boundaryOk      pic 9 value 0.
77  addedCount      pic 9(8) value 0.

procedure division.
    display "------------------------------------"
        stop run
    end-if.

    move spaces to parmString.
    accept parmString from command-line.
    inspect parmString converting "abcdefghijklmnopqrstuvwxyz" to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    move 'F' to loadMode.
    if function trim(parmString) = "FULL"
        display "Full rebuild requested."
    else
        perform checkDelta
    end-if.

*> A delta starts from a copy of the live master on the side-file
*> name - the live one is never opened for update - and a copy that
*> won't come up for update just means the full build instead
    if loadMode = 'D'
        call "SYSTEM" using "cp -f PRIMES.DAT PRIMES.NEW"
        if return-code = 0
            open i-o primeMaster
            if primeMasterStatus not = "00"
                close primeMaster
                move 'F' to loadMode
            end-if
        else
            move 'F' to loadMode
        end-if
        move 0 to return-code
        if loadMode = 'F'
            display "PRIMES.DAT could not be copied for a delta "
                "load - falling back to a full load."
        end-if
    end-if.

    if loadMode = 'F'
        open output primeMaster
        if primeMasterStatus not = "00"
            display "Could not create PRIMES.NEW (file status "
                primeMasterStatus ")."
            close dataFile
            move 12 to return-code
            stop run
        end-if
    end-if.

    move 1 to eofSw.
    close dataFile.

    *> The control record under key zero: the trailer's count and max,
    *> so inquiry knows how far the sieve's coverage runs. A delta
    *> carries the old one over in the copy and moves it on
    move 1 to controlOk.
    move 0 to pmPrime.
    move 0 to pmOrdinal.
    move fileMax to pmMax.
    if loadMode = 'D'
        rewrite primeMasterRecord
            invalid key
                display "Could not update the control record."
                move 0 to controlOk
        end-rewrite
    else
        write primeMasterRecord
            invalid key
                display "Could not write the control record."
                move 0 to controlOk
        end-write
    end-if.

    close primeMaster.

    display "Primes loaded:  " loadedCount.
    if loadMode = 'D'
        display "Primes added:   " addedCount " past the previous "
            "coverage max " deltaMax
    end-if.

    *> The verification gate the swap hangs on: the trailer has to be
    *> there, the loaded count has to balance against it, and the
        if fileCount not = loadedCount
            display "COUNT MISMATCH - the flat file may be truncated."
        else
*> On a delta the master's count is what it already held plus what
*> was added, and that has to come to the trailer's count too
            if loadMode = 'D'
                    and deltaBase + addedCount not = loadedCount
                display "COUNT MISMATCH - not every new prime was "
                    "added to the copied master."
                move 0 to controlOk
            end-if
            if controlOk = 1
                perform readBackControl
            end-if
    end-if.
    close primeMaster.

*> checkDelta
*>
*> Decides whether tonight's load can be a delta. The live master's
*> control record gives the max it covers; the sieve file is read up
*> to that max, counting its primes, and has to run on past it. The
*> master then has to agree at the seam: the prime at the last of
*> those ordinals has to be the last prime the sieve file has at or
*> below the max, and there must be no ordinal after it. Anything
*> else - no master, no control record, a sieve file that stops
*> short, a master built from a different run - and the load is the
*> full one. The sieve file is reopened from the top either way
checkDelta.
    move 0 to deltaMax.
    open input liveMaster.
    if liveMasterStatus = "00"
        move 0 to lvPrime
        read liveMaster
            invalid key
                move 0 to deltaMax
            not invalid key
                move lvMax to deltaMax
        end-read
        if deltaMax > 0
            move 0 to deltaBase
            move 0 to deltaLast
            move 0 to scanPastSw
            move 1 to eofSw
            perform scanRecord until eofSw = 0 or scanPastSw = 1
            if scanPastSw = 0
                display "sieve-cob.txt does not run past the "
                    "PRIMES.DAT coverage max " deltaMax
                    " - full load."
            else
                perform checkDeltaBoundary
                if boundaryOk = 1
                    move 'D' to loadMode
                    display "PRIMES.DAT covers through " deltaMax
                        " (" deltaBase " primes) and matches the "
                        "start of sieve-cob.txt - delta load."
                else
                    display "PRIMES.DAT does not match the start of "
                        "sieve-cob.txt - falling back to a full load."
                end-if
            end-if
        end-if
        close liveMaster
    end-if.

    close dataFile.
    open input dataFile.
    move 1 to firstRead.
    move 0 to csvMode.
    move 0 to gapMode.
    move 0 to runningPrime.
    move 0 to trailerSeen.
    move 0 to fileCount.
    move 0 to fileMax.

*> scanRecord
*>
*> One line of the delta check's read - primes up to the live
*> master's max are counted, the first one past it ends the read
scanRecord.
    perform readFlatLine.
    if eofSw is not = 0 and isPrimeLine = 1
        if currentPrime > deltaMax
            move 1 to scanPastSw
        else
            add 1 to deltaBase
            move currentPrime to deltaLast
        end-if
    end-if.

*> checkDeltaBoundary
*>
*> The two keyed reads on the live master's ordinal key that say
*> whether it ends exactly where the sieve file's primes up to its
*> max end
checkDeltaBoundary.
    move 0 to boundaryOk.
    move deltaBase to lvOrdinal.
    read liveMaster key is lvOrdinal
        invalid key
            move 0 to boundaryOk
        not invalid key
            if lvPrime = deltaLast
                move 1 to boundaryOk
            end-if
    end-read.
    if boundaryOk = 1
        compute lvOrdinal = deltaBase + 1
        read liveMaster key is lvOrdinal
            invalid key
                continue
            not invalid key
                move 0 to boundaryOk
        end-read
    end-if.

*> loadRecord
*>
*> One line of the flat file. Any prime line is given the next
*> ordinal and written to the master - except on a delta load, where
*> the ones the copied master already holds are only counted, so the
*> ordinals of the new ones carry on from the old
loadRecord.
    perform readFlatLine.
    if eofSw is not = 0 and isPrimeLine = 1
        add 1 to loadedCount
        if loadMode = 'F' or currentPrime > deltaMax
            move currentPrime to pmPrime
            move loadedCount to pmOrdinal
            move 0 to pmMax
            write primeMasterRecord
                invalid key
                    display "Duplicate prime " currentPrime
                        " - flat file is damaged."
                not invalid key
                    add 1 to addedCount
            end-write
        end-if
    end-if.

*> readFlatLine
*>
*> Reads one line of the flat file: the CSV header just flips the
*> read mode, a trailer line has its count and max remembered, and
*> any other line is a prime, left in currentPrime with isPrimeLine
*> set
readFlatLine.
    move 0 to isPrimeLine.
    read dataFile
        at end move 0 to eofSw
    end-read.
        if isTrailerLine = 0
                and csvHeaderText not = "GAPS"
                and (csvMode = 0 or csvHeaderText not = "INDEX,PRIME")
            move 1 to isPrimeLine
        end-if
    end-if.
