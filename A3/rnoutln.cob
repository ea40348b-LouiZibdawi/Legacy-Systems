*> Assignment 3 - CIS3190
*>
*> Author: Loui Zibdawi
*>
*> Renumbers a roman-numbered document outline after sections have
*> been inserted or dropped, so the publications and legal-drafting
*> people stop renumbering by hand and stop finding out from the
*> sequence audit which gaps they missed. A heading is a line whose
*> first word is a number followed by a period, and the outline runs
*> five levels deep:
*>
*>      I.  roman            (top level)
*>      A.  capital letter
*>      1.  arabic number
*>      a.  small letter
*>      i.  roman            (bottom level)
*>
*> Every level is renumbered in sequence under its parent, the roman
*> levels encoded through the same romantab encoder romannumerals
*> uses and kept in whatever case they were written in. In-text
*> cross-references ("see Section IX.B") are rewritten to the new
*> numbers, and a change list of old-to-new numbers is written for
*> the editors, along with every reference and heading that could
*> not be worked out and was left as written
identification division.
program-id. rnoutln.

environment division.

input-output section.
file-control.
*> The outline as the editors handed it over
select optional in-file assign to dynamic in-fname
    organization is line sequential
    file status is in-file-status.
*> The renumbered outline, same lines in the same order
select out-file assign to dynamic out-fname
    organization is line sequential.
*> The change list for the editors
select chg-file assign to dynamic chg-fname
    organization is line sequential.

data division.
file section.
fd in-file.
    01 in-record   pic x(200).

*> Wider than the input so a reference rewritten to a longer number
*> near the end of a full line still fits
fd out-file.
    01 out-record  pic x(240).

fd chg-file.
    01 chg-record  pic x(100).

working-storage section.
77  in-fname        pic x(30) value spaces.
77  out-fname       pic x(30) value spaces.
77  chg-fname       pic x(30) value spaces.
77  in-file-status  pic x(2).
77  eof-switch      pic 9 value 1.
*> The outline is read twice: the first pass numbers every heading
*> and maps its old number to its new one, so a reference on the
*> second pass can be rewritten even when it points further down
*> the outline than the line it sits on
77  pass-num        pic 9 value 1.
77  rec-num         pic 9(6) value 0.
77  heading-count    pic 9(6) value 0.
77  renumbered-count pic 9(6) value 0.
77  unplaced-count   pic 9(6) value 0.
77  ref-count        pic 9(6) value 0.
77  ref-rewritten    pic 9(6) value 0.
77  ref-unchanged    pic 9(6) value 0.
77  ref-left         pic 9(6) value 0.

*> The line being worked, its uppercased copy for the
*> case-blind "Section" match, and how much of it is text
01  line-text    pic x(200) value spaces.
01  upper-line   pic x(200) value spaces.
77  line-len     pic 9(3) value 0.
77  indent       pic 9(3) value 0.
77  heading-sw   pic 9 value 0.

*> The leading word of a line, when it might be a heading number
77  tok-start    pic 9(3) value 0.
77  tok-len      pic 9(3) value 0.
77  tok-pos      pic 9(3) value 0.
77  tok-char     pic x value space.
77  tok-end-sw   pic 9 value 0.
01  tok-text     pic x(8) value spaces.
01  tok-upper    pic x(8) value spaces.
01  tok-lower    pic x(8) value spaces.
*> What classifyToken made of it: all digits, a run of one letter
*> (A, B ... Z, then AA, BB ...), a roman numeral, and which case
77  tok-case       pic x value space.
77  tok-digits-sw  pic 9 value 0.
77  tok-digit-val  pic 9(8) value 0.
77  tok-letter-ord pic 9(8) value 0.
77  tok-roman-val  pic 9(8) value 0.
77  letter-pos     pic 99 value 0.
77  same-count     pic 9 value 0.
01  upper-alpha  pic x(26) value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
01  lower-alpha  pic x(26) value "abcdefghijklmnopqrstuvwxyz".

*> Choosing a level. A word like "C" or "i" could be a letter or a
*> roman numeral, so every level the word could belong to is scored
*> by how far it moves on from the last number seen at that level -
*> the closest next step wins, and a step backward or a repeat only
*> wins when nothing else fits. Once a level has been seen at some
*> indentation, a line indented differently only goes to it when no
*> level indented the same way will take it - the "V." in a lettered
*> list indented under IV is a letter, not the next top heading. A
*> tie (an "i" after an "h", say) goes to the deeper level when the
*> line is indented past its parent
77  cand-level   pic 9 value 0.
77  cand-ord     pic 9(8) value 0.
77  cand-score   pic 9(9) value 0.
77  best-level   pic 9 value 0.
77  best-ord     pic 9(8) value 0.
77  best-score   pic 9(9) value 0.
77  cur-depth    pic 9 value 0.
77  lv           pic 9 value 0.

*> Where each level stands: the last number read at it and the new
*> number given, both as ordinals under the current parent, and the
*> old and new labels that make up the heading's full number
01  level-table.
    03 level-entry occurs 5 times.
        05 lvl-last-old   pic 9(8).
        05 lvl-new        pic 9(8).
        05 lvl-indent     pic 9(3).
        05 lvl-seen       pic 9.
        05 lvl-case       pic x.
        05 lvl-old-label  pic x(8).
        05 lvl-new-label  pic x(16).

*> A heading's full number, e.g. "IX.B.2", before and after
01  old-path     pic x(60) value spaces.
01  new-path     pic x(60) value spaces.
77  path-ptr     pic 99 value 1.
77  new-ptr      pic 99 value 1.

*> Every heading's old number and new number from the first pass.
*> An old number used twice (a hand-numbering slip) is marked, and a
*> reference to it is left for the editors since it could mean
*> either heading
77  map-count    pic 9(4) value 0.
77  map-max      pic 9(4) value 2000.
77  map-overflow pic 9(6) value 0.
77  map-found    pic 9(4) value 0.
77  mi           pic 9(4) value 0.
01  map-table.
    03 map-entry occurs 2000 times.
        05 map-old   pic x(60).
        05 map-new   pic x(60).
        05 map-dup   pic 9.

*> Reference scan: where the line is being read and written, and the
*> number that follows the word "Section"
01  out-line     pic x(240) value spaces.
77  out-ptr      pic 9(3) value 1.
77  scan-pos     pic 9(3) value 1.
77  prev-char    pic x value space.
77  ref-len      pic 9(3) value 0.
77  ref-ok       pic 9 value 0.
77  ref-parts    pic 9 value 0.
77  rp           pic 9 value 0.
01  ref-text     pic x(60) value spaces.
01  ref-part-table.
    03 ref-part  pic x(8) occurs 6 times.
77  ref-part-len pic 9(3) value 0.

*> Labels built for the new numbers
77  num-edit     pic z(7)9.
77  run-len      pic 9 value 0.
77  ri           pic 9 value 0.
01  label-text   pic x(16) value spaces.

*> Change list detail line
01  chg-detail.
    03 chg-line   pic 9(6).
    03 filler     pic x(2) value spaces.
    03 chg-old    pic x(30).
    03 filler     pic x(2) value spaces.
    03 chg-new    pic x(60).
77  line-ptr     pic 9(3) value 1.
01  work-line    pic x(100) value spaces.

*> Decoder arguments, the same shape conv's linkage section takes
77  val         pic 9(8) value 0.
77  valTwelfths pic 99 value 0.
77  convStatus  pic x value '0'.
01  temp-array.
    03 char pic x(1) occurs 30 times.

*> Encoder scratch, the same shape romanA3_1's encoder works in
77  remain       pic 9(8) value 0.
77  outpos       pic 99 value 1.
01  encode-out-array.
    03 char pic x(1) occurs 48 times.

*> Table of roman symbols shared with conv's decoder and the
*> encoders, so the symbol-to-value mapping lives in one place
    copy "romantab.cpy".

*> Main procedure
*>
*> Asks for the filenames, numbers the outline on the first pass,
*> writes it out renumbered on the second, and closes the change
*> list with the totals
procedure division.
    display "--------------------------------------------".
    display "       Outline Renumbering (RNOUTLN)        ".
    display "--------------------------------------------".

    display "Outline filename? ".
    accept in-fname.
    display "Renumbered output filename? ".
    accept out-fname.
    display "Change list filename? ".
    accept chg-fname.

*> Writing over the outline being read would lose it the moment the
*> output was opened
    if out-fname = in-fname or chg-fname = in-fname
            or chg-fname = out-fname
        display "The outline, output and change list must be three "
            "different files."
        move 16 to return-code
        stop run
    end-if.

    open input in-file.
    if in-file-status not = "00"
        display "Could not open " function trim(in-fname)
            " (file status " in-file-status ")."
        move 12 to return-code
        stop run
    end-if.
    close in-file.

    open output chg-file.
    move spaces to work-line.
    move 1 to line-ptr.
    string "OUTLINE RENUMBERING OF " delimited by size
           function trim(in-fname) delimited by size
           " TO " delimited by size
           function trim(out-fname) delimited by size
        into work-line with pointer line-ptr
    end-string.
    write chg-record from work-line.
    move spaces to chg-record.
    write chg-record.
    write chg-record from "HEADINGS RENUMBERED".
    move spaces to chg-detail.
    move "LINE" to chg-detail(1:4).
    move "OLD NUMBER" to chg-old.
    move "NEW NUMBER" to chg-new.
    write chg-record from chg-detail.

    move 1 to pass-num.
    perform workOutline.

    move spaces to chg-record.
    write chg-record.
    write chg-record from "CROSS-REFERENCES".
    open output out-file.
    move 2 to pass-num.
    perform workOutline.
    close out-file.

    perform writeTotals.
    close chg-file.

    display heading-count " heading(s), " renumbered-count
        " renumbered, written to " function trim(out-fname).
    display ref-count " cross-reference(s), " ref-rewritten
        " rewritten, " ref-left " left as written".
    display "Change list written to " function trim(chg-fname).
    if unplaced-count > 0 or ref-left > 0 or map-overflow > 0
        move 4 to return-code
    end-if.
    stop run.

*> workOutline
*>
*> One pass over the outline, starting every level over from nothing
workOutline.
    move 0 to rec-num.
    move 0 to cur-depth.
    initialize level-table.
    open input in-file.
    move 1 to eof-switch.
    perform workLine until eof-switch = 0.
    close in-file.

*> workLine
*>
*> One line of a pass. The first pass only numbers the headings; the
*> second puts the new number on each heading, rewrites the
*> references and writes the line out
workLine.
    read in-file into line-text
        at end move 0 to eof-switch
    end-read.
    if eof-switch is not = 0
        add 1 to rec-num
        move line-text to upper-line
        inspect upper-line converting lower-alpha to upper-alpha
        move 200 to line-len
        perform shortenLine
            until line-len = 0 or line-text(line-len:1) not = space
        perform findHeading
        if pass-num = 1
            if heading-sw = 1
                perform recordHeading
            end-if
        else
            if heading-sw = 1
                perform relabelHeading
            end-if
            perform rewriteReferences
            move out-line to out-record
            write out-record
        end-if
    end-if.

*> shortenLine
*>
*> Walks line-len back one position over trailing blanks
shortenLine.
    subtract 1 from line-len.

*> findHeading
*>
*> Decides whether the line is a heading: its first word, after any
*> indentation, has to be up to eight letters or digits with a period
*> straight after it and a blank (or the end of the line) after that,
*> and has to fit one of the five levels where it stands
findHeading.
    move 0 to heading-sw.
    move 0 to best-level.
    move 0 to indent.
    inspect line-text tallying indent for leading spaces.
    if line-len > indent
        compute tok-start = indent + 1
        move 0 to tok-len
        move 0 to tok-end-sw
        perform measureToken until tok-end-sw = 1
        compute tok-pos = tok-start + tok-len
        if tok-len > 0 and tok-len <= 8
                and line-text(tok-pos:1) = '.'
            move space to tok-char
            if tok-pos < line-len
                move line-text(tok-pos + 1:1) to tok-char
            end-if
            if tok-char = space
                move spaces to tok-text
                move line-text(tok-start:tok-len) to tok-text
                perform classifyToken
                perform chooseLevel
                if best-level > 0
                    move 1 to heading-sw
                else
                    if tok-digits-sw = 1 or tok-letter-ord > 0
                            or tok-roman-val > 0
                        perform reportUnplaced
                    end-if
                end-if
            end-if
        end-if
    end-if.

*> measureToken
*>
*> One more character of the line's first word, as long as it is a
*> letter or digit and the word hasn't run past what a number could be
measureToken.
    compute tok-pos = tok-start + tok-len.
    if tok-pos > 200 or tok-len > 8
        move 1 to tok-end-sw
    else
        move line-text(tok-pos:1) to tok-char
        if tok-char not = space
                and (tok-char is alphabetic or tok-char is numeric)
            add 1 to tok-len
        else
            move 1 to tok-end-sw
        end-if
    end-if.

*> classifyToken
*>
*> What the word in tok-text could be read as: a number (all
*> digits), a letter (one letter, or the same letter repeated - AA
*> is the 27th), or a roman numeral (decoded through conv, whole
*> values only). A word in mixed case is none of these
classifyToken.
    move 0 to tok-digits-sw.
    move 0 to tok-digit-val.
    move 0 to tok-letter-ord.
    move 0 to tok-roman-val.
    move space to tok-case.
    move tok-text to tok-upper.
    inspect tok-upper converting lower-alpha to upper-alpha.
    move tok-text to tok-lower.
    inspect tok-lower converting upper-alpha to lower-alpha.

    if tok-text(1:tok-len) is numeric
        move 1 to tok-digits-sw
        move function numval(tok-text(1:tok-len)) to tok-digit-val
    else
        if tok-text = tok-upper
            move 'U' to tok-case
        end-if
        if tok-text = tok-lower
            move 'L' to tok-case
        end-if
    end-if.

    if tok-case not = space and tok-text(1:tok-len) is alphabetic
        move tok-text(1:1) to tok-char
        move 0 to same-count
        inspect tok-text(1:tok-len) tallying same-count
            for all tok-char
        if tok-len <= 3 and same-count = tok-len
            move 0 to letter-pos
            inspect upper-alpha tallying letter-pos
                for characters before initial tok-upper(1:1)
            compute tok-letter-ord = (tok-len - 1) * 26 + letter-pos + 1
        end-if
        move spaces to temp-array
        move tok-lower to temp-array
        inspect temp-array converting "ivxlcdm" to "       "
        if temp-array = spaces
            move spaces to temp-array
            move tok-lower to temp-array
            move 0 to val
            move 0 to valTwelfths
            move '0' to convStatus
            call "conv" using temp-array, val, valTwelfths, convStatus
            if convStatus = '0' and val > 0 and valTwelfths = 0
                move val to tok-roman-val
            end-if
        end-if
    end-if.

*> chooseLevel
*>
*> Scores every level the word could belong to, shallowest first
chooseLevel.
    move 0 to best-level.
    if tok-roman-val > 0
        move 1 to cand-level
        move tok-roman-val to cand-ord
        perform tryLevel
    end-if.
    if tok-letter-ord > 0 and tok-case = 'U'
        move 2 to cand-level
        move tok-letter-ord to cand-ord
        perform tryLevel
    end-if.
    if tok-digits-sw = 1 and tok-digit-val > 0
        move 3 to cand-level
        move tok-digit-val to cand-ord
        perform tryLevel
    end-if.
    if tok-letter-ord > 0 and tok-case = 'L'
        move 4 to cand-level
        move tok-letter-ord to cand-ord
        perform tryLevel
    end-if.
    if tok-roman-val > 0
        move 5 to cand-level
        move tok-roman-val to cand-ord
        perform tryLevel
    end-if.

*> tryLevel
*>
*> One level's claim on the word. A level below the top can only be
*> used when its parent level is open
tryLevel.
    if cand-level = 1 or cur-depth >= cand-level - 1
        if cand-ord > lvl-last-old(cand-level)
            compute cand-score = cand-ord - lvl-last-old(cand-level)
        else
            compute cand-score = 100000000
                + lvl-last-old(cand-level) - cand-ord
        end-if
        if lvl-seen(cand-level) = 1
                and indent not = lvl-indent(cand-level)
            add 50000000 to cand-score
        end-if
        if best-level = 0 or cand-score < best-score
            perform takeLevel
        else
            if cand-score = best-score
                if indent > lvl-indent(cand-level - 1)
                    perform takeLevel
                end-if
            end-if
        end-if
    end-if.

*> takeLevel
*>
*> The level being tried is the best fit so far
takeLevel.
    move cand-level to best-level.
    move cand-ord to best-ord.
    move cand-score to best-score.

*> placeHeading
*>
*> Gives the heading its new number at the level chosen, closes every
*> level below it, and builds its old and new full numbers
placeHeading.
    move best-level to lv.
    add 1 to lvl-new(lv).
    move best-ord to lvl-last-old(lv).
    move indent to lvl-indent(lv).
    move 1 to lvl-seen(lv).
    move tok-case to lvl-case(lv).
    move tok-text to lvl-old-label(lv).
    perform encodeLabel.
    move label-text to lvl-new-label(lv).
    perform clearLevel varying lv from best-level by 1 until lv > 4.
    move best-level to cur-depth.

    move spaces to old-path.
    move spaces to new-path.
    move 1 to path-ptr.
    move 1 to new-ptr.
    perform appendPathLabel varying lv from 1 by 1 until lv > cur-depth.

*> clearLevel
*>
*> Empties the level under lv, so numbering under a new parent starts
*> again from the first
clearLevel.
    move 0 to lvl-last-old(lv + 1).
    move 0 to lvl-new(lv + 1).
    move space to lvl-case(lv + 1).
    move spaces to lvl-old-label(lv + 1).
    move spaces to lvl-new-label(lv + 1).

*> appendPathLabel
*>
*> One level's label onto the old and new full numbers
appendPathLabel.
    if lv > 1
        string "." delimited by size
            into old-path with pointer path-ptr
        end-string
        string "." delimited by size
            into new-path with pointer new-ptr
        end-string
    end-if.
    string lvl-old-label(lv) delimited by space
        into old-path with pointer path-ptr
    end-string.
    string lvl-new-label(lv) delimited by space
        into new-path with pointer new-ptr
    end-string.

*> encodeLabel
*>
*> The new number for the level in lv as its level writes it: roman
*> through the encoder in the case the old number was written in,
*> letters by their level's case (repeated past Z), arabic plainly
encodeLabel.
    move spaces to label-text.
    evaluate lv
        when 1
        when 5
            move spaces to encode-out-array
            move lvl-new(lv) to remain
            move 1 to outpos
            set enc-idx to 1
            perform buildSymbol until remain = 0 or enc-idx > 26
            move encode-out-array to label-text
            if tok-case = 'U'
                inspect label-text converting lower-alpha to upper-alpha
            end-if
        when 2
        when 4
            compute run-len = (lvl-new(lv) - 1) / 26 + 1
            compute letter-pos = lvl-new(lv) - (run-len - 1) * 26
            if lv = 2
                move upper-alpha(letter-pos:1) to tok-char
            else
                move lower-alpha(letter-pos:1) to tok-char
            end-if
            perform putLetter varying ri from 1 by 1 until ri > run-len
        when other
            move lvl-new(lv) to num-edit
            move function trim(num-edit) to label-text
    end-evaluate.

*> putLetter
*>
*> One letter of a lettered label
putLetter.
    move tok-char to label-text(ri:1).

*> buildSymbol
*>
*> One step of the greedy encode - if the current table entry still
*> fits in what is left, copy its symbol on and subtract its value,
*> otherwise move to the next smaller entry
buildSymbol.
    if remain >= encode-value(enc-idx)
        move encode-sym(enc-idx)(1:encode-len(enc-idx))
            to encode-out-array(outpos:encode-len(enc-idx))
        compute remain = remain - encode-value(enc-idx)
        compute outpos = outpos + encode-len(enc-idx)
    else
        set enc-idx up by 1
    end-if.

*> recordHeading
*>
*> First pass: numbers the heading, keeps its old and new numbers
*> for the references, and lists it when its number changes
recordHeading.
    perform placeHeading.
    add 1 to heading-count.
    perform findMapping.
    if map-found > 0
        move 1 to map-dup(map-found)
    else
        if map-count < map-max
            add 1 to map-count
            move old-path to map-old(map-count)
            move new-path to map-new(map-count)
            move 0 to map-dup(map-count)
        else
            add 1 to map-overflow
        end-if
    end-if.
    if old-path not = new-path
        add 1 to renumbered-count
        move spaces to chg-detail
        move rec-num to chg-line
        move old-path to chg-old
        move new-path to chg-new
        write chg-record from chg-detail
    end-if.

*> findMapping
*>
*> Looks old-path up among the numbers the first pass has seen
findMapping.
    move 0 to map-found.
    perform matchMapping
        varying mi from 1 by 1 until mi > map-count or map-found > 0.

*> matchMapping
*>
*> One entry of the lookup
matchMapping.
    if map-old(mi) = old-path
        move mi to map-found
    end-if.

*> reportUnplaced
*>
*> A line that starts like a heading but fits no level where it
*> stands - a "3." with no lettered heading above it, say - is left
*> as written and listed, first pass only
reportUnplaced.
    if pass-num = 1
        add 1 to unplaced-count
        move spaces to chg-detail
        move rec-num to chg-line
        string tok-text delimited by space
               "." delimited by size
            into chg-old
        end-string
        move "FITS NO LEVEL HERE - LEFT AS WRITTEN" to chg-new
        write chg-record from chg-detail
    end-if.

*> relabelHeading
*>
*> Second pass: numbers the heading again exactly as the first pass
*> did, and puts its new label in place of the old one, everything
*> from the period on carried over as it was
relabelHeading.
    perform placeHeading.
    move spaces to out-line.
    move line-text to out-line.
    move spaces to line-text.
    if indent > 0
        move out-line(1:indent) to line-text(1:indent)
    end-if.
    compute line-ptr = indent + 1.
    string lvl-new-label(best-level) delimited by space
           out-line(tok-pos:201 - tok-pos) delimited by size
        into line-text with pointer line-ptr
    end-string.
    move line-text to upper-line.
    inspect upper-line converting lower-alpha to upper-alpha.
    move 200 to line-len.
    perform shortenLine
        until line-len = 0 or line-text(line-len:1) not = space.

*> rewriteReferences
*>
*> Copies the line into out-line a character at a time, stopping at
*> each "Section" (any case) to look at the number after it
rewriteReferences.
    move spaces to out-line.
    move 1 to out-ptr.
    move 1 to scan-pos.
    move space to prev-char.
    perform scanLine until scan-pos > line-len.

*> scanLine
*>
*> One step of the copy: a reference where "Section " starts a word,
*> otherwise the next character as it stands
scanLine.
    if scan-pos + 8 <= line-len
            and upper-line(scan-pos:8) = "SECTION "
            and (prev-char = space or prev-char = '(')
        perform takeReference
    else
        move line-text(scan-pos:1) to tok-char
        perform copyChar
        add 1 to scan-pos
    end-if.

*> copyChar
*>
*> Puts tok-char on the end of out-line
copyChar.
    if out-ptr <= 240
        move tok-char to out-line(out-ptr:1)
        add 1 to out-ptr
    end-if.
    move tok-char to prev-char.

*> takeReference
*>
*> "Section " is copied through as written; the number after it is
*> looked up among the old heading numbers and replaced by the new
*> one. A trailing period is the sentence's, not the number's. Words
*> that aren't outline numbers ("section heading") are left alone;
*> a number that isn't in the outline, or that two headings were
*> numbered with, is left as written and listed
takeReference.
    move 0 to ref-len.
    perform copySectionWord 8 times.
    move scan-pos to tok-pos.
    move 0 to tok-end-sw.
    perform measureReference until tok-end-sw = 1.
    perform trimReferenceDot
        until ref-len = 0
           or line-text(scan-pos + ref-len - 1:1) not = '.'.
    move 0 to ref-ok.
    if ref-len > 0 and ref-len <= 60
        move spaces to ref-text
        move line-text(scan-pos:ref-len) to ref-text
        perform checkReference
    end-if.
    if ref-ok = 1
        add 1 to ref-count
        move ref-text to old-path
        perform findMapping
        move spaces to chg-detail
        move rec-num to chg-line
        string "SECTION " delimited by size
               ref-text delimited by space
            into chg-old
        end-string
        evaluate true
            when map-found = 0
                move ref-text to new-path
                add 1 to ref-left
                move "NOT IN THE OUTLINE - LEFT AS WRITTEN" to chg-new
                write chg-record from chg-detail
            when map-dup(map-found) = 1
                move ref-text to new-path
                add 1 to ref-left
                move "TWO HEADINGS HAD THIS NUMBER - LEFT AS WRITTEN"
                    to chg-new
                write chg-record from chg-detail
            when map-new(map-found) = ref-text
                move ref-text to new-path
                add 1 to ref-unchanged
            when other
                move map-new(map-found) to new-path
                add 1 to ref-rewritten
                string "SECTION " delimited by size
                       new-path delimited by space
                    into chg-new
                end-string
                write chg-record from chg-detail
        end-evaluate
        move 1 to tok-pos
        perform copyPathChar
            until tok-pos > 60 or new-path(tok-pos:1) = space
        add ref-len to scan-pos
    end-if.

*> copySectionWord
*>
*> One character of "Section " through as written
copySectionWord.
    move line-text(scan-pos:1) to tok-char.
    perform copyChar.
    add 1 to scan-pos.

*> measureReference
*>
*> One more character of the number after "Section " - letters,
*> digits and the periods between levels
measureReference.
    if tok-pos > line-len
        move 1 to tok-end-sw
    else
        move line-text(tok-pos:1) to tok-char
        if tok-char not = space
                and (tok-char is alphabetic or tok-char is numeric
                     or tok-char = '.')
            add 1 to ref-len
            add 1 to tok-pos
        else
            move 1 to tok-end-sw
        end-if
    end-if.

*> trimReferenceDot
*>
*> Drops one trailing period off the reference
trimReferenceDot.
    subtract 1 from ref-len.

*> copyPathChar
*>
*> One character of the number the reference now carries
copyPathChar.
    move new-path(tok-pos:1) to tok-char.
    perform copyChar.
    add 1 to tok-pos.

*> checkReference
*>
*> A reference is only taken for one when every part of it, between
*> the periods, could be a heading number at some level - and there
*> are no more parts than levels
checkReference.
    move spaces to ref-part-table.
    move 0 to ref-parts.
    unstring ref-text(1:ref-len) delimited by '.'
        into ref-part(1) ref-part(2) ref-part(3)
             ref-part(4) ref-part(5) ref-part(6)
        tallying in ref-parts
    end-unstring.
    if ref-parts >= 1 and ref-parts <= 5 and ref-part(6) = spaces
        move 1 to ref-ok
        perform checkReferencePart
            varying rp from 1 by 1 until rp > ref-parts
    end-if.

*> checkReferencePart
*>
*> One part of the reference put through the same classification a
*> heading's number gets
checkReferencePart.
    move 0 to ref-part-len.
    inspect ref-part(rp) tallying ref-part-len
        for characters before initial space.
    if ref-part-len = 0
        move 0 to ref-ok
    else
        move ref-part(rp) to tok-text
        move ref-part-len to tok-len
        perform classifyToken
        if tok-digits-sw = 0 and tok-letter-ord = 0
                and tok-roman-val = 0
            move 0 to ref-ok
        end-if
    end-if.

*> writeTotals
*>
*> Closes the change list with what the run did
writeTotals.
    move spaces to chg-record.
    write chg-record.
    move spaces to work-line.
    move 1 to line-ptr.
    string "HEADINGS: " delimited by size
           heading-count delimited by size
           "  RENUMBERED: " delimited by size
           renumbered-count delimited by size
           "  FITTING NO LEVEL: " delimited by size
           unplaced-count delimited by size
        into work-line with pointer line-ptr
    end-string.
    write chg-record from work-line.
    move spaces to work-line.
    move 1 to line-ptr.
    string "REFERENCES: " delimited by size
           ref-count delimited by size
           "  REWRITTEN: " delimited by size
           ref-rewritten delimited by size
           "  ALREADY RIGHT: " delimited by size
           ref-unchanged delimited by size
           "  LEFT AS WRITTEN: " delimited by size
           ref-left delimited by size
        into work-line with pointer line-ptr
    end-string.
    write chg-record from work-line.
    if map-overflow > 0
        move spaces to work-line
        move 1 to line-ptr
        string "HEADINGS PAST THE FIRST " delimited by size
               map-max delimited by size
               " NOT AVAILABLE TO REFERENCES: " delimited by size
               map-overflow delimited by size
            into work-line with pointer line-ptr
        end-string
        write chg-record from work-line
    end-if.
