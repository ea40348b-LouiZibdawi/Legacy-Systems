*> fraction notation on the end of the numerial - 's' for semis (one
*> half) and repeated '.' dots for unciae (twelfths) - comes back as a
*> count of twelfths in valTwelfths, so "is" decodes as 1 and 6/12.
*> Called as convhist instead, it also accepts the historical forms
*> the modern grammar rejects: a terminal 'j' for the last 'i'
*> ("viij"), four of a kind in the additive style ("iiii", "xxxx",
*> "cccc"), and the apostrophus thousands "ci)" for 1000 and "i)" for
*> 500.
identification division.
program-id. conv.
environment division.
77  sSeen       pic 9 value 0.
77  dotCount    pic 9 value 0.
77  fracFound   pic 9 value 0.
*> 1 when called through the convhist entry point - the historical
*> forms are only ever accepted when the caller asks for them
77  histMode    pic 9 value 0.

*> Table of roman symbols, shared with romannumerals' encoder so the
*> symbol-to-value mapping only has to be kept right in one place
*>                   not to be trusted
procedure division using str, val, valTwelfths, convStatus.

    move 0 to histMode.
    perform decodeNumerial.
    goback.

*> convhist entry point
*>
*> Same parameters and the same decode, with the historical forms
*> accepted as well
    entry "convhist" using str, val, valTwelfths, convStatus.

    move 1 to histMode.
    perform decodeNumerial.
    goback.

*> decodeNumerial
*>
*> The decode itself, one character (or symbol) at a time
decodeNumerial.
    move 1000001 to prev.
    move 1 to repeatCount.
    move 1 to i.
    move 0 to sSeen.
    move 0 to dotCount.
    perform evalChar until str(i:1) = " " or convStatus = '1'.

*> evalChar
*>
            move 0 to found-sw
            move 0 to temp
            move 1 to charlen
            if histMode = 1
                perform lookupHistoric
            end-if
            set enc-idx to 1
            perform lookupChar until found-sw = 1 or enc-idx > 26

        compute i = i + 1
    end-if.

*> lookupHistoric
*>
*> The historical symbols the shared table doesn't carry: the
*> apostrophus "ci)" (1000) and "i)" (500), and a 'j' standing for
*> the closing 'i' of the whole-number part - only closing, since
*> that is the only place the scribes wrote it
lookupHistoric.
    if str(i:3) = "ci)"
        move 1000 to temp
        move 3 to charlen
        move 1 to found-sw
    else
    if str(i:2) = "i)"
        move 500 to temp
        move 2 to charlen
        move 1 to found-sw
    else
    if str(i:1) = 'j'
        if i = 30
            move 1 to temp
            move 1 to found-sw
        else
            if str(i + 1:1) = " " or str(i + 1:1) = "s"
                    or str(i + 1:1) = "."
                move 1 to temp
                move 1 to found-sw
            end-if
        end-if
    end-if
    end-if
    end-if.

*> lookupChar
*>
*> Checks one entry of the shared symbol table against the current
*> (v, l, d or their vinculum equivalents) is never allowed to repeat
*> at all; a "one" symbol (i, x, c, m and their vinculum equivalents)
*> can repeat up to three times in a row before it stops being a
*> valid numeral - four, for i, x and c in the historical additive
*> style ("iiii" on a clock face)
checkRepeatLimit.
    if temp = 5 or temp = 50 or temp = 500
            or temp = 5000 or temp = 50000 or temp = 500000
    else
        add 1 to repeatCount
        if repeatCount > 3
            if histMode = 1 and repeatCount = 4
                    and (temp = 1 or temp = 10 or temp = 100)
                continue
            else
                move '1' to convStatus
            end-if
        end-if
    end-if.
