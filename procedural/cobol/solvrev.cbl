IDENTIFICATION DIVISION.
PROGRAM-ID.   SOLVREV.
AUTHOR.       Dan Blossom

*> Solve review workbench: a Solve message MAINPROG could not stand
*> behind lands on TRANOUT as NOCONF or PARTIAL, and until now that
*> was where it ended - the analyst worked it on paper. This program
*> pulls every NOCONF/PARTIAL message off the run's TRANOUT
*> (segments reassembled by outSegSeq/outMoreFlag, the way MAINPROG
*> reassembles input) into a review queue, together with the items
*> earlier reviews left open (REVITM). The queue keeps each item's
*> ciphertext, rebuilt by re-enciphering Solve's best answer with
*> the shift or keyword Solve settled on.
*>
*> Analysts work the queue with guess cards (GUESSIN): a record
*> number and a trial shift, keyword, or both. Every guess goes
*> through the same Decrypt routine MAINPROG uses and is printed on
*> REVRPT beside Solve's own answer, each with the dictionary score
*> Solve would have given it. A guess marked confirmed is written to
*> MANOUT in TRANOUT layout with status MANUAL and logged to the
*> audit trail (routine MANUAL, chained like every other line) under
*> the analyst's own operator id; a write-off drops the item. The
*> analyst must be an active operator entitled to Solve ('S').
*>
*> Whatever is still open is carried forward to REVOUT with its age
*> bumped by one review cycle, and anything at or past the REVPARM
*> aging limit is flagged, the way SUSPFIX ages suspense. Confirmed
*> and written-off items stay on REVOUT too, marked with their
*> disposition and the date they closed, so a later review of the
*> same TRANOUT never queues - or confirms - the message again.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    select revParm   assign to "REVPARM"
        organization is line sequential
        file status  is revParmStatus.
    select tranOut   assign to "TRANOUT"
        organization is line sequential
        file status  is tranOutStatus.
    select revItm    assign to "REVITM"
        organization is line sequential
        file status  is revItmStatus.
    select guessIn   assign to "GUESSIN"
        organization is line sequential
        file status  is guessInStatus.
    select operFile  assign to "OPERFILE"
        organization is line sequential
        file status  is operFileStatus.
    select revOut    assign to "REVOUT"
        organization is line sequential
        file status  is revOutStatus.
    select manOut    assign to "MANOUT"
        organization is line sequential
        file status  is manOutStatus.
    select auditOut  assign to "AUDITOUT"
        organization is line sequential
        file status  is auditOutStatus.
    select revRpt    assign to "REVRPT"
        organization is line sequential
        file status  is revRptStatus.
    select langFile  assign to "LANGFILE"
        organization is line sequential
        file status  is langFileStatus.

DATA DIVISION.
FILE SECTION.

*> single parameter card: the batch id of the TRANOUT being reviewed
*> (TRANOUT itself carries none) and how many review cycles an item
*> may stay open before the report flags it as aging.
FD  revParm.
01 revParmCard.
   05 parmBatchId     pic x(8).
   05 parmAgeLimit    pic 9(3).

*> the run's output, exactly as MAINPROG writes it.
FD  tranOut.
01 tranOutRecord.
   05 outRecNo        pic 9(5).
   05 outAction       pic x(1).
   05 outShift        pic 9(3).
   05 outResult       pic x(99).
   05 outStatus       pic x(8).
   05 outSolvedKey    pic x(9).
   05 outSegSeq       pic 9(2).
   05 outMoreFlag     pic x(1).
   05 outPriority     pic x(1).

*> the review queue: one line per item - the batch and first
*> record number that identify it, what Solve said about it, when it
*> was queued, how many review cycles it has sat open, and its
*> ciphertext, and the TRANOUT record number of each of its
*> segments. Disposition blank (or 'O') is open; 'C' confirmed and
*> 'W' written off are closed items, kept only to be recognised.
FD  revItm.
01 revItmRecord.
   05 riBatchId       pic x(8).
   05 riRecNo         pic 9(5).
   05 riStatus        pic x(8).
   05 riAction        pic x(1).
   05 riShift         pic 9(3).
   05 riSolvedKey     pic x(9).
   05 riSegCount      pic 9(2).
   05 riPriority      pic x(1).
   05 riQueued        pic x(8).
   05 riAge           pic 9(3).
   05 riCipher        pic x(891).
   05 riSegRecNos.
      10 riSegRecNo   pic 9(5) occurs 9 times.
   05 riDisp          pic x(1).
   05 riClosed        pic x(8).

*> one card per guess. A blank batch id means the REVPARM batch.
*> Shift, keyword, or both (a compound guess, keyword pass then
*> shift pass, as MAINPROG's 'B' profiles run). Disposition 'C'
*> confirms the guess as the answer, 'W' writes the item off
*> (shift and keyword ignored), anything else is a trial only.
*> The language code (a LANGFILE code, blank for English) is the
*> one the message is scored in - TRANOUT doesn't say which partner
*> a message came from, so the analyst names its language.
FD  guessIn.
01 guessCard.
   05 gcBatchId       pic x(8).
   05 gcRecNo         pic 9(5).
   05 gcShift         pic 9(3).
   05 gcKeyText       pic x(9).
   05 gcDisp          pic x(1).
   05 gcOperator      pic x(8).
   05 gcLang          pic x(2).

*> operator master, exactly as MAINPROG declares it.
FD  operFile.
01 operRecord.
   05 operId          pic x(8).
   05 operStatus      pic x(1).
   05 operActions     pic x(7).
   05 operShiftLo     pic 9(3).
   05 operShiftHi     pic 9(3).
   05 operKeyPfx      pic x(8).

*> items still open after this review, age bumped, then the closed
*> ones - this file becomes REVITM for the next review cycle.
FD  revOut.
01 revOutRecord.
   05 roImage         pic x(984).
   05 roDisp          pic x(1).
   05 roClosed        pic x(8).

*> confirmed answers, in TRANOUT record layout.
FD  manOut.
01 manOutRecord      pic x(129).

*> the audit trail, exactly as MAINPROG writes it.
FD  auditOut.
01 auditRecord.
   05 auditSeq        pic 9(5).
   05 auditRoutine    pic x(7).
   05 auditInputLen   pic 9(3).
   05 auditShiftKey   pic 9(3).
   05 auditKeyRef     pic x(9).
   05 auditTimestamp  pic x(14).
   05 auditOperator   pic x(8).
   05 auditBatchId    pic x(8).
   05 auditChain      pic 9(9).

FD  revRpt.
01 rptLine           pic x(132).

*> Solve language profiles, exactly as MAINPROG reads them.
FD  langFile.
01 langRecord.
   05 langCode        pic x(2).
   05 langRecType     pic x(1).
   05 langData        pic x(52).

WORKING-STORAGE SECTION.
01 revParmStatus    pic x(2) value '00'.
01 tranOutStatus    pic x(2) value '00'.
01 revItmStatus     pic x(2) value '00'.
01 guessInStatus    pic x(2) value '00'.
01 operFileStatus   pic x(2) value '00'.
01 revOutStatus     pic x(2) value '00'.
01 manOutStatus     pic x(2) value '00'.
01 auditOutStatus   pic x(2) value '00'.
01 revRptStatus     pic x(2) value '00'.
01 langFileStatus   pic x(2) value '00'.

01 eofFlag          pic x(1) value 'N'.
   88 endOfFile     value 'Y'.

01 reviewBatchId    pic x(8) value spaces.
01 ageLimit         pic 9(3) value 3.
01 todayDate        pic x(8) value spaces.
01 currentTimestamp pic x(21) value spaces.

*> the review queue in memory: carried items first, then tonight's
*> new ones. Sized for a bad night's worth of NOCONF traffic on top
*> of the open backlog; a queue that outgrows it fails the run
*> loudly rather than silently losing items.
01 itemCount        pic 9(4) value zeros.
01 itemIdx          pic 9(4) value zeros.
01 itemFoundIdx     pic 9(4) value zeros.
01 itemTable.
   05 itemEntry occurs 2000 times.
      10 itImage     pic x(984).
      10 itFields redefines itImage.
         15 itBatchId   pic x(8).
         15 itRecNo     pic 9(5).
         15 itStatus    pic x(8).
         15 itAction    pic x(1).
         15 itShift     pic 9(3).
         15 itSolvedKey pic x(9).
         15 itSegCount  pic 9(2).
         15 itPriority  pic x(1).
         15 itQueued    pic x(8).
         15 itAge       pic 9(3).
         15 itCipher    pic x(891).
         15 itSegRecNos.
            20 itSegRecNo pic 9(5) occurs 9 times.
*>    'O' open, 'C' confirmed, 'W' written off.
      10 itDisp      pic x(1).
      10 itGuesses   pic 9(3).

*> items closed by earlier reviews: only what identifies them and
*> what they were is kept - a closed item is never worked again.
01 closedCount      pic 9(5) value zeros.
01 closedIdx        pic 9(5) value zeros.
01 closedFoundIdx   pic 9(5) value zeros.
01 closedLookBatch  pic x(8) value spaces.
01 closedLookRecNo  pic 9(5) value zeros.
01 closedTable.
   05 closedEntry occurs 20000 times.
      10 clHead      pic x(48).
      10 clKey redefines clHead.
         15 clBatchId   pic x(8).
         15 clRecNo     pic 9(5).
         15 filler      pic x(35).
      10 clDisp      pic x(1).
      10 clClosed    pic x(8).

*> segment reassembly off TRANOUT.
01 segBuffer        pic x(891) value spaces.
01 segCount         pic 9(2) value zeros.
01 segOffset        pic 9(3) value zeros.
01 segIdx           pic 9(2) value zeros.
01 segOkFlag        pic x(1) value 'Y'.
01 segFirstRecNo    pic 9(5) value zeros.
01 segStatus        pic x(8) value spaces.
01 segAction        pic x(1) value space.
01 segShift         pic 9(3) value zeros.
01 segSolvedKey     pic x(9) value spaces.
01 segPriority      pic x(1) value space.
01 segRecNos.
   05 segRecNo      pic 9(5) occurs 9 times.

*> operator master in memory, loaded and guarded the way MSTMAINT
*> loads it: overfull is fatal, never a partial load.
01 operCount        pic 9(4) value zeros.
01 operIdx          pic 9(4) value zeros.
01 operTable.
   05 operEntry occurs 5000 times.
      10 otId        pic x(8).
      10 otStatus    pic x(1).
      10 otActs      pic x(7).
      10 otShLo      pic 9(3).
      10 otShHi      pic 9(3).

*> per-card judgment state.
01 cardBatchId      pic x(8) value spaces.
01 cardOkFlag       pic x(1) value 'Y'.
01 cardReason       pic x(8) value spaces.
01 authTally        pic 9(2) value zeros.
01 guessShift       pic 9(3) value zeros.
01 guessMode        pic x(1) value space.
01 dispText         pic x(11) value spaces.

*> cipher work areas: the ciphertext, Solve's answer, the guess.
01 cipherText       pic x(891) value spaces.
01 solveText        pic x(891) value spaces.
01 guessText        pic x(891) value spaces.
01 msgLen           pic 9(3) value zeros.
01 confFloor        pic 9(5) value zeros.
01 solveScore       pic 9(5) value zeros.
01 guessScore       pic 9(5) value zeros.
01 floorText        pic x(11) value spaces.
01 sliceOffset      pic 9(3) value zeros.

*> dictionary scoring, exactly as Solve scores a candidate: the
*> built-in English tables unless the card's language has a
*> LANGFILE word list of its own.
01 candidateText    pic x(891) value spaces.
01 upperCandidate   pic x(891) value spaces.
01 candidateScore   pic 9(5) value zeros.
01 wordIdx          pic 9(2) value zeros.
01 wordScratch      pic x(8) value spaces.
01 wordLen          pic 9(2) value zeros.
01 wordTally        pic 9(3) value zeros.

*> Solve's dictionary: the 20 most common short English words.
01 dictionaryWordsFlat.
   05 filler pic x(8) value 'THE     '.
   05 filler pic x(8) value 'AND     '.
   05 filler pic x(8) value 'YOU     '.
   05 filler pic x(8) value 'THAT    '.
   05 filler pic x(8) value 'WAS     '.
   05 filler pic x(8) value 'FOR     '.
   05 filler pic x(8) value 'ARE     '.
   05 filler pic x(8) value 'WITH    '.
   05 filler pic x(8) value 'THIS    '.
   05 filler pic x(8) value 'FROM    '.
   05 filler pic x(8) value 'HAVE    '.
   05 filler pic x(8) value 'WILL    '.
   05 filler pic x(8) value 'YOUR    '.
   05 filler pic x(8) value 'WHAT    '.
   05 filler pic x(8) value 'WHEN    '.
   05 filler pic x(8) value 'THERE   '.
   05 filler pic x(8) value 'THEIR   '.
   05 filler pic x(8) value 'WOULD   '.
   05 filler pic x(8) value 'ABOUT   '.
   05 filler pic x(8) value 'COULD   '.
01 dictionaryTable redefines dictionaryWordsFlat.
   05 dictionaryWord occurs 20 times pic x(8).
01 activeWordCount  pic 9(2) value zeros.
01 activeWordsFlat  pic x(320) value spaces.
01 activeWordTable redefines activeWordsFlat.
   05 activeWord occurs 40 times pic x(8).

*> the language profiles, loaded and guarded as MAINPROG loads
*> them. Only the word lists matter here; the letter weights drive
*> Solve's keyed crack, which a review never runs.
01 langEofFlag      pic x(1) value 'N'.
   88 langEndOfFile value 'Y'.
01 langCount        pic 9(2) value zeros.
01 langIdx          pic 9(2) value zeros.
01 curLangIdx       pic 9(2) value zeros.
01 langOffset       pic 9(3) value zeros.
01 cardLang         pic x(2) value spaces.
01 langTable.
   05 langEntry occurs 20 times.
      10 lgCode      pic x(2).
      10 lgWordCount pic 9(2).
      10 lgWords     pic x(320).

*> audit chain, computed exactly as MAINPROG's computeAuditChain.
01 auditSequence    pic 9(5) value zeros.
01 auditEofFlag     pic x(1) value 'N'.
   88 auditEndOfFile value 'Y'.
01 lastAuditChain   pic 9(9) value zeros.
01 auditLineCount   pic 9(7) value zeros.
01 chainSum         pic 9(9) value zeros.
01 chainIdx         pic 9(3) value zeros.

01 carriedInCount   pic 9(5) value zeros.
01 newItemCount     pic 9(5) value zeros.
01 alreadyQueued    pic 9(5) value zeros.
01 alreadyClosed    pic 9(5) value zeros.
01 brokenCount      pic 9(5) value zeros.
01 guessCount       pic 9(5) value zeros.
01 rejectedCount    pic 9(5) value zeros.
01 confirmedCount   pic 9(5) value zeros.
01 writeOffCount    pic 9(5) value zeros.
01 carriedCount     pic 9(5) value zeros.
01 agingCount       pic 9(5) value zeros.
01 newAge           pic 9(3) value zeros.

PROCEDURE DIVISION.

SOLVREV.
    move function current-date(1:8) to todayDate
    perform readParmCard
    perform loadOperators
    perform loadLanguageProfiles
    perform loadCarriedQueue
    perform loadTranOut

    open output revRpt
    if revRptStatus not = '00'
        display 'FATAL: REVRPT open failed, status ' revRptStatus
        move 16 to return-code
        stop run
    end-if
    open output manOut
    if manOutStatus not = '00'
        display 'FATAL: MANOUT open failed, status ' manOutStatus
        move 16 to return-code
        stop run
    end-if
    perform loadAuditChain
    open extend auditOut
    if auditOutStatus not = '00'
        open output auditOut
    end-if
    if auditOutStatus not = '00'
        display 'FATAL: AUDITOUT open failed, status ' auditOutStatus
        move 16 to return-code
        stop run
    end-if

    move spaces to rptLine
    string 'SOLVE REVIEW REPORT - BATCH ' reviewBatchId
        ' - RUN DATE ' todayDate ' - AGING LIMIT ' ageLimit
        ' CYCLES' delimited by size into rptLine
    write rptLine
    move spaces to rptLine
    write rptLine

    perform processGuessCards

    open output revOut
    if revOutStatus not = '00'
        display 'FATAL: REVOUT open failed, status ' revOutStatus
        move 16 to return-code
        stop run
    end-if
    perform writeOpenQueue
    perform reportTotals

    close revOut
    close manOut
    close auditOut
    close revRpt

    display 'SOLVREV: QUEUED ' itemCount ' CONFIRMED ' confirmedCount
        ' WRITTEN OFF ' writeOffCount ' CARRIED ' carriedCount
        ' (AGING ' agingCount ')'

*>  a rejected card means an analyst's work didn't take - warn the
*>  scheduler without failing the cards that did.
    if rejectedCount > 0 and return-code = 0
        move 4 to return-code
    end-if
    stop run.

*> the card is optional: no card reviews tonight's run under
*> today's date as batch id, with the shop aging limit.
readParmCard.
    move todayDate to reviewBatchId
    open input revParm
    if revParmStatus = '00'
        read revParm
            at end continue
        end-read
        if revParmStatus = '00'
            if parmBatchId not = spaces
                move parmBatchId to reviewBatchId
            end-if
            if parmAgeLimit numeric and parmAgeLimit > 0
                move parmAgeLimit to ageLimit
            end-if
        end-if
        close revParm
    else
        display 'REVPARM not found - reviewing batch ' reviewBatchId
            ' with aging limit ' ageLimit
    end-if
.

*> no operator master, no review: a confirmed answer is only worth
*> logging when the analyst's identity was actually checked.
loadOperators.
    move zeros to operCount
    open input operFile
    if operFileStatus not = '00'
        display 'FATAL: OPERFILE not found - analysts cannot be '
            'verified - RUN STOPPED'
        move 16 to return-code
        stop run
    end-if
    move 'N' to eofFlag
    read operFile
        at end move 'Y' to eofFlag
    end-read
    perform until endOfFile
        if operCount >= 5000
            display 'FATAL: OPERFILE EXCEEDS ' operCount
                ' OPERATORS - RAISE operTable - RUN STOPPED'
            move 16 to return-code
            stop run
        end-if
        add 1 to operCount
        move operId      to otId(operCount)
        move operStatus  to otStatus(operCount)
        move operActions to otActs(operCount)
        if operShiftLo numeric
            move operShiftLo to otShLo(operCount)
        else
            move zeros to otShLo(operCount)
        end-if
        if operShiftHi numeric
            move operShiftHi to otShHi(operCount)
        else
            move zeros to otShHi(operCount)
        end-if
        read operFile
            at end move 'Y' to eofFlag
        end-read
    end-perform
    close operFile
.

*> the word lists off LANGFILE. A missing file leaves every card
*> scored in English.
loadLanguageProfiles.
    move zeros to langCount
    open input langFile
    if langFileStatus not = '00'
        display 'LANGFILE not found - guesses scored in English'
    else
        move 'N' to langEofFlag
        read langFile
            at end move 'Y' to langEofFlag
        end-read
        perform until langEndOfFile
            if langCode not = spaces and langRecType = 'W'
                    and langData(1:8) not = spaces
                perform varying langIdx from 1 by 1
                        until langIdx > langCount
                    if lgCode(langIdx) = langCode
                        exit perform
                    end-if
                end-perform
                if langIdx > langCount
                    if langCount >= 20
                        display 'FATAL: LANGFILE EXCEEDS ' langCount
                            ' LANGUAGES - RAISE langTable - RUN STOPPED'
                        move 16 to return-code
                        stop run
                    end-if
                    add 1 to langCount
                    move langCode to lgCode(langCount)
                    move zeros    to lgWordCount(langCount)
                    move spaces   to lgWords(langCount)
                end-if
                if lgWordCount(langIdx) >= 40
                    display 'FATAL: LANGFILE ' langCode
                        ' EXCEEDS 40 WORDS - RAISE langTable'
                        ' - RUN STOPPED'
                    move 16 to return-code
                    stop run
                end-if
                add 1 to lgWordCount(langIdx)
                compute langOffset = (lgWordCount(langIdx) - 1) * 8 + 1
                move function upper-case(langData(1:8))
                    to lgWords(langIdx)(langOffset:8)
            end-if
            read langFile
                at end move 'Y' to langEofFlag
            end-read
        end-perform
        close langFile
    end-if
.

*> the items earlier reviews carried forward: open ones into the
*> queue, closed ones into the closed list. A missing REVITM is
*> normal on the first review.
loadCarriedQueue.
    open input revItm
    if revItmStatus not = '00'
        display 'REVITM not found - no carried review items'
    else
        move 'N' to eofFlag
        read revItm
            at end move 'Y' to eofFlag
        end-read
        perform until endOfFile
            if riDisp = 'C' or riDisp = 'W'
                perform addClosedSlot
                move revItmRecord(1:48) to clHead(closedCount)
                move riDisp   to clDisp(closedCount)
                move riClosed to clClosed(closedCount)
            else
                perform addQueueSlot
                move revItmRecord to itImage(itemCount)
                add 1 to carriedInCount
            end-if
            read revItm
                at end move 'Y' to eofFlag
            end-read
        end-perform
        close revItm
    end-if
.

*> tonight's NOCONF and PARTIAL messages off TRANOUT. A missing
*> TRANOUT only means there is nothing new to queue.
loadTranOut.
    open input tranOut
    if tranOutStatus not = '00'
        display 'TRANOUT not found - reviewing carried items only'
    else
        move zeros to segCount
        move 'N' to eofFlag
        read tranOut
            at end move 'Y' to eofFlag
        end-read
        perform until endOfFile
            if outStatus = 'NOCONF' or outStatus = 'PARTIAL'
                perform bufferOutSegment
            end-if
            read tranOut
                at end move 'Y' to eofFlag
            end-read
        end-perform
*>      a message whose last segment never showed up can't be
*>      rebuilt; count it rather than queue half a message.
        if segCount > 0
            add 1 to brokenCount
            move zeros to segCount
        end-if
        close tranOut
    end-if
.

*> MAINPROG writes a message's segments back to back, sequence
*> 01 up, more-flag 'Y' on all but the last - so a message is
*> complete at its first segment without the flag. A sequence that
*> breaks drops what was buffered.
bufferOutSegment.
    if outSegSeq not numeric or outSegSeq = 0
        move 1 to outSegSeq
    end-if
    move 'Y' to segOkFlag
    if outSegSeq = 1
        if segCount > 0
            add 1 to brokenCount
        end-if
        move zeros  to segCount
        move spaces to segBuffer
        move outRecNo     to segFirstRecNo
        move outStatus    to segStatus
        move outAction    to segAction
        move outShift     to segShift
        move outSolvedKey to segSolvedKey
        move outPriority  to segPriority
        move zeros        to segRecNos
    else
        if outSegSeq not = segCount + 1
            move 'N' to segOkFlag
            if segCount > 0
                add 1 to brokenCount
            end-if
            move zeros to segCount
        end-if
    end-if
    if segOkFlag = 'Y'
        add 1 to segCount
        move outRecNo to segRecNo(segCount)
        compute segOffset = (segCount - 1) * 99 + 1
        move outResult to segBuffer(segOffset:99)
        if outMoreFlag not = 'Y' or segCount >= 9
            perform queueNewItem
            move zeros to segCount
        end-if
    end-if
.

*> a complete message joins the queue unless an earlier review of
*> the same batch already queued it or closed it - a review rerun
*> against the same TRANOUT must not double the queue, nor bring
*> back an item already confirmed or written off.
queueNewItem.
    move zeros to itemFoundIdx
    perform varying itemIdx from 1 by 1 until itemIdx > itemCount
        if itBatchId(itemIdx) = reviewBatchId
                and itRecNo(itemIdx) = segFirstRecNo
            move itemIdx to itemFoundIdx
            exit perform
        end-if
    end-perform
    move zeros to closedFoundIdx
    if itemFoundIdx = 0
        move reviewBatchId to closedLookBatch
        move segFirstRecNo to closedLookRecNo
        perform findClosedItem
    end-if
    if itemFoundIdx > 0
        add 1 to alreadyQueued
    end-if
    if closedFoundIdx > 0
        add 1 to alreadyClosed
    end-if
    if itemFoundIdx = 0 and closedFoundIdx = 0
        perform addQueueSlot
        move reviewBatchId to itBatchId(itemCount)
        move segFirstRecNo to itRecNo(itemCount)
        move segStatus     to itStatus(itemCount)
        move segAction     to itAction(itemCount)
        move segShift      to itShift(itemCount)
        move segSolvedKey  to itSolvedKey(itemCount)
        move segCount      to itSegCount(itemCount)
        move segPriority   to itPriority(itemCount)
        move segRecNos     to itSegRecNos(itemCount)
        move todayDate     to itQueued(itemCount)
        move zeros         to itAge(itemCount)
*>      TRANOUT holds Solve's best answer, not the message that came
*>      in: re-encipher it with the shift or keyword Solve settled
*>      on to get the ciphertext back.
        move segBuffer to cipherText
        if segSolvedKey not = spaces
            call "Encrypt" using cipherText, segShift, 'K',
                segSolvedKey
        else
            call "Encrypt" using cipherText, segShift, 'C', spaces
        end-if
        move cipherText to itCipher(itemCount)
        add 1 to newItemCount
    end-if
.

findClosedItem.
    move zeros to closedFoundIdx
    perform varying closedIdx from 1 by 1 until closedIdx > closedCount
        if clBatchId(closedIdx) = closedLookBatch
                and clRecNo(closedIdx) = closedLookRecNo
            move closedIdx to closedFoundIdx
            exit perform
        end-if
    end-perform
.

addClosedSlot.
    if closedCount >= 20000
        display 'FATAL: CLOSED REVIEW ITEMS EXCEED ' closedCount
            ' - RAISE closedTable - RUN STOPPED'
        move 16 to return-code
        stop run
    end-if
    add 1 to closedCount
.

addQueueSlot.
    if itemCount >= 2000
        display 'FATAL: REVIEW QUEUE EXCEEDS ' itemCount
            ' ITEMS - RAISE itemTable - RUN STOPPED'
        move 16 to return-code
        stop run
    end-if
    add 1 to itemCount
    move 'O'   to itDisp(itemCount)
    move zeros to itGuesses(itemCount)
.

*> every card is judged and reported in deck order, so an analyst's
*> run of guesses at one item reads down the report in the order
*> they were written.
processGuessCards.
    open input guessIn
    if guessInStatus not = '00'
        display 'GUESSIN not found - queue carried forward unworked'
    else
        move 'N' to eofFlag
        read guessIn
            at end move 'Y' to eofFlag
        end-read
        perform until endOfFile
            add 1 to guessCount
            perform processOneGuess
            read guessIn
                at end move 'Y' to eofFlag
            end-read
        end-perform
        close guessIn
    end-if
.

processOneGuess.
    move 'Y' to cardOkFlag
    move spaces to cardReason
    move gcBatchId to cardBatchId
    if cardBatchId = spaces
        move reviewBatchId to cardBatchId
    end-if
    move zeros to guessShift
    if gcShift numeric
        move gcShift to guessShift
    end-if
    move gcLang to cardLang
    if cardLang = spaces
        move 'EN' to cardLang
    end-if

    move zeros to itemFoundIdx
    if gcRecNo numeric
        perform varying itemIdx from 1 by 1 until itemIdx > itemCount
            if itBatchId(itemIdx) = cardBatchId
                    and itRecNo(itemIdx) = gcRecNo
                move itemIdx to itemFoundIdx
                exit perform
            end-if
        end-perform
    end-if
    move zeros to closedFoundIdx
    if itemFoundIdx = 0 and gcRecNo numeric
        move cardBatchId to closedLookBatch
        move gcRecNo     to closedLookRecNo
        perform findClosedItem
    end-if
    if itemFoundIdx = 0
        move 'N' to cardOkFlag
        move 'NOITEM' to cardReason
        if closedFoundIdx > 0
            move 'CLOSED' to cardReason
        end-if
    else
        if itDisp(itemFoundIdx) not = 'O'
            move 'N' to cardOkFlag
            move 'CLOSED' to cardReason
        end-if
    end-if

    if cardOkFlag = 'Y'
        perform checkAnalyst
    end-if

    if cardOkFlag = 'Y' and gcDisp not = 'W'
        if guessShift = 0 and gcKeyText = spaces
            move 'N' to cardOkFlag
            move 'NOGUESS' to cardReason
        end-if
    end-if

    if cardOkFlag = 'N'
        add 1 to rejectedCount
        perform reportRejectedGuess
    else
        add 1 to itGuesses(itemFoundIdx)
        if gcDisp = 'W'
            move 'W' to itDisp(itemFoundIdx)
            add 1 to writeOffCount
            move spaces to rptLine
            string 'REC ' gcRecNo ' BATCH ' cardBatchId
                ' BY ' gcOperator ' - WRITTEN OFF'
                delimited by size into rptLine
            write rptLine
            move spaces to rptLine
            write rptLine
        else
            perform runGuess
            if gcDisp = 'C'
                move 'C' to itDisp(itemFoundIdx)
                add 1 to confirmedCount
                move 'CONFIRMED' to dispText
                perform writeManualResult
                perform recordAudit
            else
                move 'TRIAL' to dispText
            end-if
            perform reportGuess
        end-if
    end-if
.

*> the analyst is held to the same entitlement check MAINPROG holds
*> the batch operator to: active, entitled to Solve, and - for a
*> guess with a Caesar shift in it - inside their shift range.
checkAnalyst.
    perform varying operIdx from 1 by 1 until operIdx > operCount
        if otId(operIdx) = gcOperator
            exit perform
        end-if
    end-perform
    if operIdx > operCount or gcOperator = spaces
        move 'N' to cardOkFlag
        move 'NOAUTH' to cardReason
    else
        if otStatus(operIdx) not = 'A'
            move 'N' to cardOkFlag
            move 'NOAUTH' to cardReason
        else
            move zeros to authTally
            inspect otActs(operIdx) tallying authTally for all 'S'
            if authTally = 0
                move 'N' to cardOkFlag
                move 'NOAUTH' to cardReason
            end-if
            if cardOkFlag = 'Y' and otShHi(operIdx) > 0
                    and guessShift > 0
                if guessShift < otShLo(operIdx)
                        or guessShift > otShHi(operIdx)
                    move 'N' to cardOkFlag
                    move 'NOAUTH' to cardReason
                end-if
            end-if
        end-if
    end-if
.

*> run the guess and Solve's own answer through Decrypt, and score
*> both the way Solve scores a candidate.
runGuess.
    perform selectLanguage
    move itCipher(itemFoundIdx) to cipherText
    move zeros to msgLen
    inspect function reverse(cipherText)
        tallying msgLen for leading spaces
    compute msgLen = length of cipherText - msgLen
    compute confFloor = msgLen / 10
    if confFloor < 6
        move 6 to confFloor
    end-if

    move cipherText to solveText
    if itSolvedKey(itemFoundIdx) not = spaces
        call "Decrypt" using solveText, itShift(itemFoundIdx), 'K',
            itSolvedKey(itemFoundIdx)
    else
        call "Decrypt" using solveText, itShift(itemFoundIdx), 'C',
            spaces
    end-if
    move solveText to candidateText
    perform scoreCandidate
    move candidateScore to solveScore

    if gcKeyText = spaces
        move 'C' to guessMode
    else
        if guessShift = 0
            move 'K' to guessMode
        else
            move 'B' to guessMode
        end-if
    end-if
    move cipherText to guessText
    call "Decrypt" using guessText, guessShift, guessMode, gcKeyText
    move guessText to candidateText
    perform scoreCandidate
    move candidateScore to guessScore
    if guessScore < confFloor
        move 'BELOW FLOOR' to floorText
    else
        move 'CLEARS'      to floorText
    end-if
.

*> dictionary score for one candidate plaintext: the weighted count
*> of the common short words of its language it contains - Solve's own
*> scoreCandidate, so an analyst sees the number Solve would have.
scoreCandidate.
    move function upper-case(candidateText) to upperCandidate
    move zeros to candidateScore
    perform varying wordIdx from 1 by 1 until wordIdx > activeWordCount
        move activeWord(wordIdx) to wordScratch
        move zeros to wordLen
        inspect function reverse(wordScratch)
            tallying wordLen for leading spaces
        compute wordLen = 8 - wordLen
        if wordLen > 0
            move zeros to wordTally
            inspect upperCandidate tallying wordTally
                for all wordScratch(1:wordLen)
            compute candidateScore = candidateScore + wordTally * wordLen
        end-if
    end-perform
.

*> the confirmed answer goes out the way MAINPROG would have sent
*> it: one TRANOUT-layout record per original segment, under the
*> original record numbers, carrying the confirmed shift and
*> keyword and status MANUAL.
writeManualResult.
    perform varying segIdx from 1 by 1
            until segIdx > itSegCount(itemFoundIdx)
        compute segOffset = (segIdx - 1) * 99 + 1
*>      an item carried from before the segment numbers were kept
*>      has none; its segments are taken as numbered in sequence.
        if itSegRecNo(itemFoundIdx, segIdx) numeric
                and itSegRecNo(itemFoundIdx, segIdx) > 0
            move itSegRecNo(itemFoundIdx, segIdx) to outRecNo
        else
            compute outRecNo = itRecNo(itemFoundIdx) + segIdx - 1
        end-if
        move itAction(itemFoundIdx) to outAction
        move guessShift             to outShift
        move guessText(segOffset:99) to outResult
        move 'MANUAL'               to outStatus
        move gcKeyText              to outSolvedKey
        move segIdx                 to outSegSeq
        if segIdx < itSegCount(itemFoundIdx)
            move 'Y' to outMoreFlag
        else
            move 'N' to outMoreFlag
        end-if
        move itPriority(itemFoundIdx) to outPriority
        write manOutRecord from tranOutRecord
    end-perform
.

*> the card language's word list, or the built-in English words when
*> LANGFILE has none for it. A code the file doesn't define scores
*> English, as it would in MAINPROG, and the report line says so.
selectLanguage.
    move zeros to curLangIdx
    perform varying langIdx from 1 by 1 until langIdx > langCount
        if lgCode(langIdx) = cardLang
            move langIdx to curLangIdx
            exit perform
        end-if
    end-perform
    if curLangIdx > 0 and lgWordCount(curLangIdx) > 0
        move lgWordCount(curLangIdx) to activeWordCount
        move lgWords(curLangIdx) to activeWordsFlat
    else
        move 20 to activeWordCount
        move spaces to activeWordsFlat
        move dictionaryWordsFlat to activeWordsFlat(1:160)
    end-if
.

*> one audit line per confirmed answer, under the analyst's own id.
*> The keyword an analyst recovered is a result, not a vaulted
*> secret, and goes in the trail the way a solved keyword does.
recordAudit.
    add 1 to auditSequence
    move auditSequence to auditSeq
    move 'MANUAL'      to auditRoutine
    move msgLen        to auditInputLen
    move guessShift    to auditShiftKey
    move gcKeyText     to auditKeyRef
    move function current-date to currentTimestamp
    move currentTimestamp(1:14) to auditTimestamp
    move gcOperator    to auditOperator
    move cardBatchId   to auditBatchId
    perform computeAuditChain
    write auditRecord
    if auditOutStatus not = '00'
        display 'WARNING: AUDITOUT write failed, record '
            gcRecNo ' status ' auditOutStatus
    else
        move auditChain to lastAuditChain
        add 1 to auditLineCount
    end-if
.

*> read back the check value of the last line already on AUDITOUT,
*> so this program's lines chain on from MAINPROG's.
loadAuditChain.
    move zeros to lastAuditChain
    move zeros to auditLineCount
    move 'N' to auditEofFlag
    open input auditOut
    if auditOutStatus = '00'
        read auditOut
            at end move 'Y' to auditEofFlag
        end-read
        perform until auditEndOfFile
            add 1 to auditLineCount
            if auditChain numeric
                move auditChain to lastAuditChain
            else
                move zeros to lastAuditChain
            end-if
            read auditOut
                at end move 'Y' to auditEofFlag
            end-read
        end-perform
        close auditOut
    end-if
.

*> computed exactly as MAINPROG's computeAuditChain.
computeAuditChain.
    move zeros to chainSum
    perform varying chainIdx from 1 by 1 until chainIdx > 57
        compute chainSum = function mod(chainSum
            + function ord(auditRecord(chainIdx:1)) * chainIdx,
            999999937)
    end-perform
    compute auditChain = function mod(lastAuditChain * 31
        + chainSum, 999999937)
.

*> the guess and Solve's answer side by side, 60 characters a line.
reportGuess.
    move spaces to rptLine
    string 'REC ' gcRecNo ' BATCH ' cardBatchId
        ' BY ' gcOperator ' SHIFT ' guessShift
        ' KEY ' gcKeyText ' MODE ' guessMode
        ' SCORE ' guessScore ' FLOOR ' confFloor
        ' SOLVE ' solveScore ' - ' dispText
        delimited by size into rptLine
    write rptLine
    move spaces to rptLine
    if curLangIdx > 0 and lgWordCount(curLangIdx) > 0
        string '    GUESS (' floorText ') SCORED ' cardLang
            delimited by size into rptLine
    else
        string '    GUESS (' floorText ') SCORED EN'
            delimited by size into rptLine
    end-if
    move '| SOLVE ' to rptLine(66:8)
    move itStatus(itemFoundIdx) to rptLine(74:8)
    write rptLine
    perform varying sliceOffset from 1 by 60
            until sliceOffset > msgLen
        move spaces to rptLine
        move guessText(sliceOffset:60) to rptLine(5:60)
        move '|' to rptLine(66:1)
        move solveText(sliceOffset:60) to rptLine(68:60)
        write rptLine
    end-perform
    move spaces to rptLine
    write rptLine
.

reportRejectedGuess.
    move spaces to rptLine
    string 'REC ' gcRecNo ' BATCH ' cardBatchId
        ' BY ' gcOperator ' - REJECTED (' cardReason ')'
        delimited by size into rptLine
    write rptLine
    move spaces to rptLine
    write rptLine
.

*> the open items go forward one review cycle older; the report
*> lists each with its age, flagging what has sat too long.
writeOpenQueue.
    move 'OPEN REVIEW ITEMS CARRIED FORWARD:' to rptLine
    write rptLine
    perform varying itemIdx from 1 by 1 until itemIdx > itemCount
        if itDisp(itemIdx) = 'O'
            compute newAge = itAge(itemIdx) + 1
            move newAge to itAge(itemIdx)
            move itImage(itemIdx) to roImage
            move 'O'    to roDisp
            move spaces to roClosed
            write revOutRecord
            add 1 to carriedCount
            move spaces to rptLine
            if newAge >= ageLimit
                add 1 to agingCount
                string '    REC ' itRecNo(itemIdx)
                    ' BATCH ' itBatchId(itemIdx)
                    ' ' itStatus(itemIdx)
                    ' QUEUED ' itQueued(itemIdx)
                    ' AGE ' newAge ' GUESSES ' itGuesses(itemIdx)
                    ' - AGING'
                    delimited by size into rptLine
            else
                string '    REC ' itRecNo(itemIdx)
                    ' BATCH ' itBatchId(itemIdx)
                    ' ' itStatus(itemIdx)
                    ' QUEUED ' itQueued(itemIdx)
                    ' AGE ' newAge ' GUESSES ' itGuesses(itemIdx)
                    delimited by size into rptLine
            end-if
            write rptLine
        end-if
    end-perform
    if carriedCount = 0
        move '    NONE' to rptLine
        write rptLine
    end-if
    perform writeClosedItems
.

*> closed items follow the open ones: tonight's confirmations and
*> write-offs first, then everything earlier reviews closed. The
*> ciphertext of a closed item is no longer needed and isn't kept.
writeClosedItems.
    perform varying itemIdx from 1 by 1 until itemIdx > itemCount
        if itDisp(itemIdx) = 'C' or itDisp(itemIdx) = 'W'
            move spaces to roImage
            move itImage(itemIdx)(1:48) to roImage(1:48)
            move itDisp(itemIdx) to roDisp
            move todayDate       to roClosed
            write revOutRecord
        end-if
    end-perform
    perform varying closedIdx from 1 by 1 until closedIdx > closedCount
        move spaces to roImage
        move clHead(closedIdx)   to roImage(1:48)
        move clDisp(closedIdx)   to roDisp
        move clClosed(closedIdx) to roClosed
        write revOutRecord
    end-perform
.

reportTotals.
    move spaces to rptLine
    write rptLine
    move spaces to rptLine
    string 'CARRIED IN      : ' carriedInCount
        delimited by size into rptLine
    write rptLine
    move spaces to rptLine
    string 'NEW FROM TRANOUT: ' newItemCount
        delimited by size into rptLine
    write rptLine
    if alreadyQueued > 0
        move spaces to rptLine
        string 'ALREADY QUEUED  : ' alreadyQueued
            delimited by size into rptLine
        write rptLine
    end-if
    if alreadyClosed > 0
        move spaces to rptLine
        string 'ALREADY CLOSED  : ' alreadyClosed
            delimited by size into rptLine
        write rptLine
    end-if
    if brokenCount > 0
        move spaces to rptLine
        string 'BROKEN SEGMENTS : ' brokenCount
            ' (NOT QUEUED)' delimited by size into rptLine
        write rptLine
    end-if
    move spaces to rptLine
    string 'GUESS CARDS     : ' guessCount
        delimited by size into rptLine
    write rptLine
    move spaces to rptLine
    string 'CARDS REJECTED  : ' rejectedCount
        delimited by size into rptLine
    write rptLine
    move spaces to rptLine
    string 'CONFIRMED       : ' confirmedCount
        delimited by size into rptLine
    write rptLine
    move spaces to rptLine
    string 'WRITTEN OFF     : ' writeOffCount
        delimited by size into rptLine
    write rptLine
    move spaces to rptLine
    string 'STILL OPEN      : ' carriedCount
        delimited by size into rptLine
    write rptLine
    move spaces to rptLine
    string 'AGING           : ' agingCount
        delimited by size into rptLine
    write rptLine
*>  where the trail now ends, kept off the trail for AUDITVFY.
    move spaces to rptLine
    string 'AUDIT TRAIL     : ' auditLineCount
        ' LINES, LAST CHECK VALUE ' lastAuditChain
        delimited by size into rptLine
    write rptLine
.

*> the cipher routines, exactly as MAINPROG carries them, so a
*> guess here decrypts byte for byte the way the batch would.
IDENTIFICATION DIVISION.
PROGRAM-ID.   Encrypt.
ENVIRONMENT DIVISION.
DATA DIVISION.
WORKING-STORAGE SECTION.

01 counter         pic 9(4)  value zeros.
01 point           pic 9(4)  value zeros.
01 currentChar     pic X(1)  value space.
01 charValue       pic 9(3)  value zeros.
01 newValue        pic 9(3)  value zeros.

01 punctAlphabet   pic x(9)  value '.,!?;:-()'.
01 punctIdx        pic 9(2)  value zeros.
01 newPunctIdx     pic 9(2)  value zeros.

01 keyLen          pic 9(2)  value zeros.
01 keyTrailSpaces  pic 9(2)  value zeros.
01 keyIndex        pic 9(2)  value zeros.
01 keyChar         pic x(1)  value space.
01 keyOrdVal       pic 9(3)  value zeros.
01 keyShiftVal     pic 9(3)  value zeros.
01 rawShift        pic 9(4)  value zeros.

LINKAGE SECTION.
01 encryptText     pic X(891) value space.
01 shiftAmt        pic 9(3)  value zeros.
01 cipherMode      pic x(1)  value 'C'.
01 keyText         pic x(9)  value spaces.

PROCEDURE DIVISION USING encryptText, shiftAmt, cipherMode, keyText.
Encrypt.
    INSPECT FUNCTION REVERSE(encryptText) TALLYING counter FOR LEADING SPACES
    COMPUTE counter = LENGTH OF encryptText - counter

    move 1 to point

    if cipherMode = 'K' or cipherMode = 'B'
        move zeros to keyTrailSpaces
        inspect function reverse(keyText) tallying keyTrailSpaces
            for leading spaces
        compute keyLen = length of keyText - keyTrailSpaces
        if keyLen = 0
            move 1 to keyLen
        end-if
    end-if

    Perform counter times

    	move encryptText(point:1) to currentChar
    	move function ord(currentChar) to charValue

        if cipherMode = 'K' or cipherMode = 'B'
            compute keyIndex = function mod(point - 1, keyLen) + 1
            move keyText(keyIndex:1) to keyChar
            move function ord(function upper-case(keyChar)) to keyOrdVal
            if keyOrdVal >= 66 and keyOrdVal <= 91
                compute keyShiftVal = keyOrdVal - 66
            else
                compute keyShiftVal = function mod(keyOrdVal, 26)
            end-if
            if cipherMode = 'B'
                compute rawShift = keyShiftVal + shiftAmt
            else
                move keyShiftVal to rawShift
            end-if
        else
            move shiftAmt to rawShift
        end-if

    	if(charValue) greater than or equal to 66 and less than or equal to 91
            compute newValue = 66 + function mod(charValue - 66 + rawShift, 26)
            move function char(newValue) to currentChar
        else
            if(charValue) greater than or equal to 98 and less than or equal to 123
                compute newValue = 98 + function mod(charValue - 98 + rawShift, 26)
                move function char(newValue) to currentChar
            else
                if(charValue) greater than or equal to 49 and less than or equal to 58
                    compute newValue = 49 + function mod(charValue - 49 + rawShift, 10)
                    move function char(newValue) to currentChar
                else
                    perform varying punctIdx from 1 by 1
                            until punctIdx > 9
                        if punctAlphabet(punctIdx:1) = currentChar
                            exit perform
                        end-if
                    end-perform
                    if punctIdx <= 9
                        compute newPunctIdx =
                            function mod(punctIdx - 1 + rawShift, 9) + 1
                        move punctAlphabet(newPunctIdx:1) to currentChar
                    end-if
                end-if
            end-if
        end-if

  		move currentChar to encryptText(point:1)
    	Subtract 1 from counter
    	add 1 to point
    end-perform
.
EXIT PROGRAM.
END PROGRAM Encrypt.

IDENTIFICATION DIVISION.
PROGRAM-ID.   Decrypt.
ENVIRONMENT DIVISION.
 DATA DIVISION.

WORKING-STORAGE SECTION.
01 decryptCounter  pic 9(4)  value zeros.
01 decryptPointer  pic 9(4)  value zeros.
01 decryptChar     pic X(1)  value space.
01 decCharVal      pic 9(3)  value zeros.
01 decNewVal       pic 9(3)  value zeros.
01 decShiftLetter  pic 9(3)  value zeros.
01 decShiftDigit   pic 9(3)  value zeros.
01 decShiftPunct   pic 9(3)  value zeros.

01 decPunctAlphabet  pic x(9)  value '.,!?;:-()'.
01 decPunctIdx       pic 9(2)  value zeros.
01 decNewPunctIdx    pic 9(2)  value zeros.

01 decKeyLen         pic 9(2)  value zeros.
01 decKeyTrailSpace  pic 9(2)  value zeros.
01 decKeyIndex       pic 9(2)  value zeros.
01 decKeyChar        pic x(1)  value space.
01 decKeyOrdVal      pic 9(3)  value zeros.
01 decKeyShiftVal    pic 9(3)  value zeros.
01 decRawShift       pic 9(4)  value zeros.

LINKAGE SECTION.
01 decryptText     pic x(891) value space.
01 decShiftAmt     pic 9(3)  value zeros.
01 decCipherMode   pic x(1)  value 'C'.
01 decKeyText      pic x(9)  value spaces.

PROCEDURE DIVISION USING decryptText, decShiftAmt, decCipherMode, decKeyText.
DECRYPT.
    INSPECT FUNCTION REVERSE(decryptText) TALLYING decryptCounter FOR LEADING SPACES
    COMPUTE decryptCounter = LENGTH OF decryptText - decryptCounter

    move 1 to decryptPointer

    if decCipherMode = 'K' or decCipherMode = 'B'
        move zeros to decKeyTrailSpace
        inspect function reverse(decKeyText) tallying decKeyTrailSpace
            for leading spaces
        compute decKeyLen = length of decKeyText - decKeyTrailSpace
        if decKeyLen = 0
            move 1 to decKeyLen
        end-if
    end-if

    Perform decryptCounter times
        move decryptText(decryptPointer:1) to decryptChar
        move function ord(decryptChar) to decCharVal

        if decCipherMode = 'K' or decCipherMode = 'B'
            compute decKeyIndex = function mod(decryptPointer - 1, decKeyLen) + 1
            move decKeyText(decKeyIndex:1) to decKeyChar
            move function ord(function upper-case(decKeyChar)) to decKeyOrdVal
            if decKeyOrdVal >= 66 and decKeyOrdVal <= 91
                compute decKeyShiftVal = decKeyOrdVal - 66
            else
                compute decKeyShiftVal = function mod(decKeyOrdVal, 26)
            end-if
            if decCipherMode = 'B'
                compute decRawShift = decKeyShiftVal + decShiftAmt
            else
                move decKeyShiftVal to decRawShift
            end-if
        else
            move decShiftAmt to decRawShift
        end-if

        if(decCharVal) greater than or equal to 66 and less than or equal to 91
            compute decShiftLetter = function mod(26 - function mod(decRawShift, 26), 26)
            compute decNewVal = 66 + function mod(decCharVal - 66 + decShiftLetter, 26)
            move function char(decNewVal) to decryptChar
        else
            if(decCharVal) greater than or equal to 98 and less than or equal to 123
                compute decShiftLetter = function mod(26 - function mod(decRawShift, 26), 26)
                compute decNewVal = 98 + function mod(decCharVal - 98 + decShiftLetter, 26)
                move function char(decNewVal) to decryptChar
            else
                if(decCharVal) greater than or equal to 49 and less than or equal to 58
                    compute decShiftDigit = function mod(10 - function mod(decRawShift, 10), 10)
                    compute decNewVal = 49 + function mod(decCharVal - 49 + decShiftDigit, 10)
                    move function char(decNewVal) to decryptChar
                else
                    perform varying decPunctIdx from 1 by 1
                            until decPunctIdx > 9
                        if decPunctAlphabet(decPunctIdx:1) = decryptChar
                            exit perform
                        end-if
                    end-perform
                    if decPunctIdx <= 9
                        compute decShiftPunct = function mod(9 - function mod(decRawShift, 9), 9)
                        compute decNewPunctIdx =
                            function mod(decPunctIdx - 1 + decShiftPunct, 9) + 1
                        move decPunctAlphabet(decNewPunctIdx:1) to decryptChar
                    end-if
                end-if
            end-if
        end-if

        move decryptChar to decryptText(decryptPointer:1)
        add 1 to decryptPointer
        subtract 1 from decryptCounter
    END-PERFORM
.
EXIT PROGRAM.
END PROGRAM Decrypt.

END PROGRAM SOLVREV.
