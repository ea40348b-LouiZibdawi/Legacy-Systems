*> side-file-and-swap discipline prime-load uses - so a bad or
*> truncated backup leaves whatever master was standing untouched.
*> Losing RNMASTER.DAT used to mean re-absorbing months of RNRPT
*> files and losing every hand-set review flag; this is the way back,
*> and rnroll's pass over the change journal brings it up to date
identification division.
program-id. rnreload.

        if trailer-count = loaded-count
            call "SYSTEM" using "mv -f RNMASTER.NEW RNMASTER.DAT"
            display "Counts balance - RNMASTER.DAT swapped in."
            display "Run rnroll to carry it forward through the "
                "RNMJRNL change journal."
        else
            display "COUNT MISMATCH - the backup may be truncated. "
                "The previous master stands."
