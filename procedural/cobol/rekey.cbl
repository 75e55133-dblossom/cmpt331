IDENTIFICATION DIVISION.
PROGRAM-ID.   REKEY.
AUTHOR.       Dan Blossom

*> re-key utility: when a key-vault profile is retired (keyStatus
*> 'R') or runs past its keyEffTo date, everything already
*> enciphered under it is still sitting in retained output under
*> the old key. This program moves it to the replacement profile.
*>
*> Cards (RKCARDS) name an old keyId and a new keyId, the operator
*> doing the work, the batch id the audit lines go under, and the
*> range of record numbers on the retained file the pair covers
*> (blank means the whole file) - one retained TRANOUT-layout file
*> (RKIN) can hold traffic from several partners under several
*> keys. The old profile must no longer be live (retired, or past
*> its keyEffTo) and the new one must be live today; the operator
*> must be active and entitled to the decrypt action of the old
*> profile's mode and the encrypt action of the new one's, inside
*> their shift range and key-id prefix, exactly as MAINPROG holds
*> the batch operator to them.
*>
*> A keyId can be retired and added again, so the old keyId may
*> have several dated lines with different keys. The line used to
*> decipher is the one whose effective window covers the date the
*> traffic was produced: the card's as-of date, else the run date
*> on RKIN's header. With neither, the card stands only when every
*> line of the old keyId carries the same mode, shift, and key
*> text; otherwise it is rejected as ambiguous (AMBIG).
*>
*> Every enciphered message (actions E, K, X) a card covers is
*> reassembled from its segments, deciphered under the old profile
*> with Decrypt, enciphered under the new one with Encrypt, and
*> round-trip checked the way MAINPROG's reconcileRoundTrip checks
*> a batch: the new ciphertext must decipher back to the same
*> plaintext, and the plaintext must encipher under the old
*> profile back to the ciphertext that came in. A message that
*> passes goes to RKOUT under its original record numbers with
*> status REKEYED and one chained audit line (routine REKEY, the
*> new keyId, the card's operator); a message that fails, or whose
*> action or shift doesn't match the old line's mode and shift, or
*> whose segments don't hang together, is held out on RKHOLD
*> exactly as it came in. Everything else - plaintext results,
*> records no card covers, broken or not - passes through to RKOUT
*> untouched. An H/T-wrapped file stays wrapped, with the trailer
*> totals recomputed for what RKOUT now holds. RKRPT lists every
*> card and message. Return code 4 when a card was rejected or a
*> message held.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    select rkCards   assign to "RKCARDS"
        organization is line sequential
        file status  is rkCardsStatus.
    select keyFile   assign to "KEYFILE"
        organization is indexed
        access mode  is dynamic
        record key   is keyVaultKey = keyId keyEffFrom
        file status  is keyFileStatus.
    select operFile  assign to "OPERFILE"
        organization is line sequential
        file status  is operFileStatus.
    select rkIn      assign to "RKIN"
        organization is line sequential
        file status  is rkInStatus.
    select rkOut     assign to "RKOUT"
        organization is line sequential
        file status  is rkOutStatus.
    select rkHold    assign to "RKHOLD"
        organization is line sequential
        file status  is rkHoldStatus.
    select auditOut  assign to "AUDITOUT"
        organization is line sequential
        file status  is auditOutStatus.
    select rkRpt     assign to "RKRPT"
        organization is line sequential
        file status  is rkRptStatus.

DATA DIVISION.
FILE SECTION.

*> one card per old/new key pair. Record range blank (or zero to
*> zero) covers the whole file; a blank batch id files the audit
*> lines under today's date. The as-of date (yyyymmdd) is the day
*> the covered traffic was enciphered; blank takes the run date on
*> RKIN's header.
FD  rkCards.
01 rkCard.
   05 rcOldKeyId      pic x(8).
   05 rcNewKeyId      pic x(8).
   05 rcOperator      pic x(8).
   05 rcFromRec       pic 9(5).
   05 rcToRec         pic 9(5).
   05 rcBatchId       pic x(8).
   05 rcAsOfDate      pic x(8).

*> key vault, exactly as MAINPROG declares it.
FD  keyFile.
01 keyRecord.
   05 keyId           pic x(8).
   05 keyCipherMode   pic x(1).
   05 keyShiftVal     pic 9(3).
   05 keyTextVal      pic x(9).
   05 keyEffFrom      pic x(8).
   05 keyEffTo        pic x(8).
   05 keyStatus       pic x(1).

*> operator master, exactly as MAINPROG declares it.
FD  operFile.
01 operRecord.
   05 operId          pic x(8).
   05 operStatus      pic x(1).
   05 operActions     pic x(7).
   05 operShiftLo     pic 9(3).
   05 operShiftHi     pic 9(3).
   05 operKeyPfx      pic x(8).

*> retained output, in TRANOUT record layout (and H/T-wrapped if it
*> was a routed or express file).
FD  rkIn.
01 rkInRecord.
   05 outRecNo        pic 9(5).
   05 outAction       pic x(1).
   05 outShift        pic 9(3).
   05 outResult       pic x(99).
   05 outStatus       pic x(8).
   05 outSolvedKey    pic x(9).
   05 outSegSeq       pic 9(2).
   05 outMoreFlag     pic x(1).
   05 outPriority     pic x(1).

*> the re-keyed file, same layout; and the messages held out, as
*> they came in.
FD  rkOut.
01 rkOutRecord       pic x(129).
FD  rkHold.
01 rkHoldRecord      pic x(129).

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

FD  rkRpt.
01 rptLine           pic x(132).

WORKING-STORAGE SECTION.
01 rkCardsStatus    pic x(2) value '00'.
01 keyFileStatus    pic x(2) value '00'.
01 operFileStatus   pic x(2) value '00'.
01 rkInStatus       pic x(2) value '00'.
01 rkOutStatus      pic x(2) value '00'.
01 rkHoldStatus     pic x(2) value '00'.
01 auditOutStatus   pic x(2) value '00'.
01 rkRptStatus      pic x(2) value '00'.

01 eofFlag          pic x(1) value 'N'.
   88 endOfFile     value 'Y'.
01 keyEofFlag       pic x(1) value 'N'.
   88 keyEndOfFile  value 'Y'.

01 todayDate        pic x(8) value spaces.
01 currentTimestamp pic x(21) value spaces.

*> the accepted cards with both profiles resolved, in card order.
01 cardCount        pic 9(3) value zeros.
01 cardIdx          pic 9(3) value zeros.
01 curCardIdx       pic 9(3) value zeros.
01 cardTable.
   05 cardEntry occurs 100 times.
      10 ctOldId     pic x(8).
      10 ctNewId     pic x(8).
      10 ctOperator  pic x(8).
      10 ctFromRec   pic 9(5).
      10 ctToRec     pic 9(5).
      10 ctBatchId   pic x(8).
      10 ctOldMode   pic x(1).
      10 ctOldShift  pic 9(3).
      10 ctOldText   pic x(9).
      10 ctNewMode   pic x(1).
      10 ctNewShift  pic 9(3).
      10 ctNewText   pic x(9).
      10 ctRekeyed   pic 9(5).
      10 ctHeld      pic 9(5).

*> card judgment.
01 cardOkFlag       pic x(1) value 'Y'.
01 cardReason       pic x(8) value spaces.
01 slotTaken        pic x(1) value 'N'.
01 wkFromRec        pic 9(5) value zeros.
01 wkToRec          pic 9(5) value zeros.
01 wkBatchId        pic x(8) value spaces.
01 wkAsOfDate       pic x(8) value spaces.
01 rkHdrRunDate     pic x(8) value spaces.

*> key-vault lookup for one keyId: the line live today, if any, and
*> the latest line that started on or before today.
01 lookupId         pic x(8) value spaces.
01 liveFound        pic x(1) value 'N'.
01 lastFound        pic x(1) value 'N'.
01 lastEffFrom      pic x(8) value spaces.
01 lastEffTo        pic x(8) value spaces.
01 lastStatus       pic x(1) value space.
01 foundMode        pic x(1) value space.
01 foundShift       pic 9(3) value zeros.
01 foundText        pic x(9) value spaces.

*> the old keyId's line for the traffic's date - or, with no date,
*> whether its lines all agree on the key.
01 oldLineFound     pic x(1) value 'N'.
01 oldAmbigFlag     pic x(1) value 'N'.
01 lineShift        pic 9(3) value zeros.

*> operator master in memory, loaded and guarded the way MSTMAINT
*> loads it.
01 operCount        pic 9(4) value zeros.
01 operIdx          pic 9(4) value zeros.
01 operTable.
   05 operEntry occurs 5000 times.
      10 otId        pic x(8).
      10 otStatus    pic x(1).
      10 otActs      pic x(7).
      10 otShLo      pic 9(3).
      10 otShHi      pic 9(3).
      10 otKeyPfx    pic x(8).
01 authTally        pic 9(2) value zeros.
01 authAction       pic x(1) value space.
01 authShift        pic 9(3) value zeros.
01 pfxLen           pic 9(2) value zeros.

*> segment reassembly: up to nine records make one message, as in
*> MAINPROG; the records are kept whole so a held or uncovered
*> message goes out byte for byte as it came in.
01 segCount         pic 9(2) value zeros.
01 segIdx           pic 9(2) value zeros.
01 segOffset        pic 9(3) value zeros.
01 segOkFlag        pic x(1) value 'Y'.
01 thisSegSeq       pic 9(2) value zeros.
01 segTable.
   05 segEntry occurs 9 times.
      10 sgImage     pic x(129).
      10 sgFields redefines sgImage.
         15 sgRecNo     pic 9(5).
         15 sgAction    pic x(1).
         15 sgShift     pic 9(3).
         15 sgResult    pic x(99).
         15 sgStatus    pic x(8).
         15 sgSolvedKey pic x(9).
         15 sgSegSeq    pic 9(2).
         15 sgMoreFlag  pic x(1).
         15 sgPriority  pic x(1).

*> cipher work areas: what came in, its plaintext, what goes out,
*> and the two round-trip checks.
01 cipherText       pic x(891) value spaces.
01 plainText        pic x(891) value spaces.
01 newCipher        pic x(891) value spaces.
01 checkNew         pic x(891) value spaces.
01 checkOld         pic x(891) value spaces.
01 msgLen           pic 9(3) value zeros.
01 holdReason       pic x(8) value spaces.
01 oldAction        pic x(1) value space.
01 newAction        pic x(1) value space.
01 outShiftWk       pic 9(3) value zeros.

*> H/T packaging on the retained file: the header passes through,
*> the trailer is rebuilt for what RKOUT actually holds (the
*> accumulateBatchTotals rule over outResult, as MAINPROG wraps it).
01 wrappedFlag      pic x(1) value 'N'.
01 outCount         pic 9(5) value zeros.
01 outHash          pic 9(9) value zeros.
01 hashIdx          pic 9(3) value zeros.
01 pkRecord         pic x(129) value spaces.
01 pkTrailer redefines pkRecord.
   05 pkTrlType       pic x(1).
   05 pkTrlCount      pic 9(5).
   05 pkTrlHash       pic 9(9).
   05 filler          pic x(114).

*> audit chain, computed exactly as MAINPROG's computeAuditChain.
01 auditSequence    pic 9(5) value zeros.
01 auditEofFlag     pic x(1) value 'N'.
   88 auditEndOfFile value 'Y'.
01 lastAuditChain   pic 9(9) value zeros.
01 auditLineCount   pic 9(7) value zeros.
01 chainSum         pic 9(9) value zeros.
01 chainIdx         pic 9(3) value zeros.

01 cardsRead        pic 9(5) value zeros.
01 cardsRejected    pic 9(5) value zeros.
01 recordsRead      pic 9(7) value zeros.
01 msgRekeyed       pic 9(5) value zeros.
01 msgHeld          pic 9(5) value zeros.
01 msgPassed        pic 9(5) value zeros.

PROCEDURE DIVISION.

REKEY.
    move function current-date(1:8) to todayDate
    open output rkRpt
    if rkRptStatus not = '00'
        display 'FATAL: RKRPT open failed, status ' rkRptStatus
        move 16 to return-code
        stop run
    end-if
    move spaces to rptLine
    string 'KEY ROTATION RE-KEY REPORT - RUN DATE ' todayDate
        delimited by size into rptLine
    write rptLine
    move spaces to rptLine
    write rptLine

    perform loadOperators
    perform peekRetainedHeader
    open input keyFile
    if keyFileStatus not = '00'
        display 'FATAL: KEYFILE open failed, status ' keyFileStatus
        move 16 to return-code
        stop run
    end-if
    perform loadCards
    close keyFile

    if cardCount = 0
        display 'REKEY: NO USABLE CARDS - NOTHING RE-KEYED'
        move 'NO USABLE CARDS - NOTHING RE-KEYED' to rptLine
        write rptLine
        close rkRpt
        if cardsRejected > 0
            move 4 to return-code
        end-if
        stop run
    end-if

    open input rkIn
    if rkInStatus not = '00'
        display 'FATAL: RKIN open failed, status ' rkInStatus
        move 16 to return-code
        stop run
    end-if
    open output rkOut
    if rkOutStatus not = '00'
        display 'FATAL: RKOUT open failed, status ' rkOutStatus
        move 16 to return-code
        stop run
    end-if
    open output rkHold
    if rkHoldStatus not = '00'
        display 'FATAL: RKHOLD open failed, status ' rkHoldStatus
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
    write rptLine
    move 'MESSAGES:' to rptLine
    write rptLine
    perform processRetainedFile
    perform reportTotals

    close rkIn
    close rkOut
    close rkHold
    close auditOut
    close rkRpt

    display 'REKEY: RECORDS ' recordsRead ' RE-KEYED ' msgRekeyed
        ' HELD ' msgHeld ' PASSED ' msgPassed
        ' CARDS REJECTED ' cardsRejected

    if (msgHeld > 0 or cardsRejected > 0) and return-code = 0
        move 4 to return-code
    end-if
    stop run.

*> no operator master, no re-key: an audit line is only worth
*> writing when the identity on it was actually checked.
loadOperators.
    move zeros to operCount
    open input operFile
    if operFileStatus not = '00'
        display 'FATAL: OPERFILE not found - operators cannot be '
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
        move operKeyPfx  to otKeyPfx(operCount)
        read operFile
            at end move 'Y' to eofFlag
        end-read
    end-perform
    close operFile
.

*> every card is judged before any record is touched, and every one
*> gets a report line - accepted with both profiles, or rejected
*> with its reason.
loadCards.
    move 'CARDS:' to rptLine
    write rptLine
    open input rkCards
    if rkCardsStatus not = '00'
        display 'RKCARDS not found - nothing to re-key'
    else
        move 'N' to eofFlag
        read rkCards
            at end move 'Y' to eofFlag
        end-read
        perform until endOfFile
            add 1 to cardsRead
            perform judgeCard
            read rkCards
                at end move 'Y' to eofFlag
            end-read
        end-perform
        close rkCards
    end-if
.

judgeCard.
    move 'Y' to cardOkFlag
    move spaces to cardReason
    move 'N' to slotTaken
    move zeros to wkFromRec
    move 99999 to wkToRec
    if rcFromRec numeric
        move rcFromRec to wkFromRec
    end-if
    if rcToRec numeric and rcToRec > 0
        move rcToRec to wkToRec
    end-if
    move rcBatchId to wkBatchId
    if wkBatchId = spaces
        move todayDate to wkBatchId
    end-if
    move rcAsOfDate to wkAsOfDate
    if wkAsOfDate = spaces
        move rkHdrRunDate to wkAsOfDate
    end-if

    if rcOldKeyId = spaces or rcNewKeyId = spaces
        move 'N' to cardOkFlag
        move 'NOID' to cardReason
    end-if
    if cardOkFlag = 'Y' and rcOldKeyId = rcNewKeyId
        move 'N' to cardOkFlag
        move 'SAMEKEY' to cardReason
    end-if
    if cardOkFlag = 'Y' and wkFromRec > wkToRec
        move 'N' to cardOkFlag
        move 'BADRANGE' to cardReason
    end-if

*>  the old profile must be finished with: no line of it live today,
*>  and its latest line retired or run out.
    if cardOkFlag = 'Y'
        move rcOldKeyId to lookupId
        perform findKeyProfile
        if lastFound = 'N'
            move 'N' to cardOkFlag
            move 'NOOLDKEY' to cardReason
        else
            if liveFound = 'Y'
                move 'N' to cardOkFlag
                move 'OLDLIVE' to cardReason
            end-if
        end-if
    end-if
    if cardOkFlag = 'Y'
        if lastStatus not = 'R'
                and (lastEffTo = spaces or lastEffTo >= todayDate)
            move 'N' to cardOkFlag
            move 'OLDLIVE' to cardReason
        end-if
    end-if
    if cardOkFlag = 'Y' and wkAsOfDate not = spaces
            and wkAsOfDate not numeric
        move 'N' to cardOkFlag
        move 'BADDATE' to cardReason
    end-if

*>  the key the traffic was actually enciphered under: the old
*>  line in effect on the as-of date, never simply the latest.
    if cardOkFlag = 'Y'
        perform findOldKeyLine
        if oldAmbigFlag = 'Y'
            move 'N' to cardOkFlag
            move 'AMBIG' to cardReason
        else
            if oldLineFound = 'N'
                move 'N' to cardOkFlag
                move 'NOLINE' to cardReason
            end-if
        end-if
    end-if
    if cardOkFlag = 'Y'
        add 1 to cardCount
        move 'Y' to slotTaken
        if cardCount > 100
            display 'FATAL: RKCARDS EXCEEDS 100 CARDS'
                ' - RAISE cardTable - RUN STOPPED'
            move 16 to return-code
            stop run
        end-if
        move foundMode  to ctOldMode(cardCount)
        move foundShift to ctOldShift(cardCount)
        move foundText  to ctOldText(cardCount)
        move rcNewKeyId to lookupId
        perform findKeyProfile
        if liveFound = 'N'
            move 'N' to cardOkFlag
            move 'NEWDEAD' to cardReason
        else
            move foundMode  to ctNewMode(cardCount)
            move foundShift to ctNewShift(cardCount)
            move foundText  to ctNewText(cardCount)
        end-if
    end-if

    if cardOkFlag = 'Y'
        perform checkCardOperator
    end-if

*>  two cards claiming the same record could re-key a message twice
*>  - or under the wrong pair.
    if cardOkFlag = 'Y'
        perform varying cardIdx from 1 by 1 until cardIdx >= cardCount
            if wkFromRec <= ctToRec(cardIdx)
                    and wkToRec >= ctFromRec(cardIdx)
                move 'N' to cardOkFlag
                move 'OVERLAP' to cardReason
            end-if
        end-perform
    end-if

    move spaces to rptLine
    if cardOkFlag = 'Y'
        move rcOldKeyId to ctOldId(cardCount)
        move rcNewKeyId to ctNewId(cardCount)
        move rcOperator to ctOperator(cardCount)
        move wkFromRec  to ctFromRec(cardCount)
        move wkToRec    to ctToRec(cardCount)
        move wkBatchId  to ctBatchId(cardCount)
        move zeros      to ctRekeyed(cardCount)
        move zeros      to ctHeld(cardCount)
        if wkAsOfDate = spaces
            move 'UNDATED' to wkAsOfDate
        end-if
        string '    ' rcOldKeyId ' (' ctOldMode(cardCount) ') TO '
            rcNewKeyId ' (' ctNewMode(cardCount) ') RECS '
            wkFromRec '-' wkToRec ' BY ' rcOperator
            ' BATCH ' wkBatchId ' AS OF ' wkAsOfDate ' - ACCEPTED'
            delimited by size into rptLine
    else
        add 1 to cardsRejected
        string '    ' rcOldKeyId ' TO ' rcNewKeyId
            ' BY ' rcOperator ' - REJECTED (' cardReason ')'
            delimited by size into rptLine
    end-if
    write rptLine
*>  a slot taken for a card that then failed is given back.
    if cardOkFlag = 'N' and slotTaken = 'Y'
        subtract 1 from cardCount
    end-if
.

*> every line of one keyId, in effective-date order: which one (if
*> any) is live today, and which is the latest to have started.
findKeyProfile.
    move 'N' to liveFound
    move 'N' to lastFound
    move spaces to lastEffFrom
    move spaces to lastEffTo
    move space to lastStatus
    move 'N' to keyEofFlag
    move lookupId   to keyId
    move low-values to keyEffFrom
    start keyFile key is >= keyVaultKey
        invalid key move 'Y' to keyEofFlag
    end-start
    perform until keyEndOfFile
        read keyFile next record
            at end move 'Y' to keyEofFlag
        end-read
        if not keyEndOfFile
            if keyId not = lookupId
                move 'Y' to keyEofFlag
            else
                if keyEffFrom <= todayDate and liveFound = 'N'
                    move 'Y' to lastFound
                    move keyEffFrom to lastEffFrom
                    move keyEffTo   to lastEffTo
                    move keyStatus  to lastStatus
                    perform takeKeyValues
                    if keyStatus = 'A'
                            and (keyEffTo = spaces
                                 or todayDate <= keyEffTo)
                        move 'Y' to liveFound
                    end-if
                end-if
            end-if
        end-if
    end-perform
.

takeKeyValues.
    move keyCipherMode to foundMode
*>  a blank shift column must never put spaces into a numeric field.
    if keyShiftVal numeric
        move keyShiftVal to foundShift
    else
        move zeros to foundShift
    end-if
    move keyTextVal to foundText
.

*> the old keyId's line for the card. With an as-of date, the line
*> whose window covers it (blank keyEffTo is open-ended). Without
*> one, every line started by today must carry the same mode,
*> shift, and key text - a keyId re-added under a different key
*> leaves nothing to say which line the traffic is under.
findOldKeyLine.
    move 'N' to oldLineFound
    move 'N' to oldAmbigFlag
    move 'N' to keyEofFlag
    move rcOldKeyId to keyId
    move low-values to keyEffFrom
    start keyFile key is >= keyVaultKey
        invalid key move 'Y' to keyEofFlag
    end-start
    perform until keyEndOfFile
        read keyFile next record
            at end move 'Y' to keyEofFlag
        end-read
        if not keyEndOfFile
            if keyId not = rcOldKeyId
                move 'Y' to keyEofFlag
            else
                if wkAsOfDate not = spaces
                    if keyEffFrom <= wkAsOfDate
                            and (keyEffTo = spaces
                                 or wkAsOfDate <= keyEffTo)
                        move 'Y' to oldLineFound
                        perform takeKeyValues
                    end-if
                else
                    if keyEffFrom <= todayDate
                        perform compareOldKeyLine
                    end-if
                end-if
            end-if
        end-if
    end-perform
.

compareOldKeyLine.
    if keyShiftVal numeric
        move keyShiftVal to lineShift
    else
        move zeros to lineShift
    end-if
    if oldLineFound = 'N'
        move 'Y' to oldLineFound
        perform takeKeyValues
    else
        if keyCipherMode not = foundMode or lineShift not = foundShift
                or keyTextVal not = foundText
            move 'Y' to oldAmbigFlag
        end-if
    end-if
.

*> the card's operator against OPERFILE: active, entitled to undo
*> the old profile and to apply the new one, inside their shift
*> range for any shift either profile drives, and matching their
*> key-id prefix for both keyIds.
checkCardOperator.
    perform varying operIdx from 1 by 1 until operIdx > operCount
        if otId(operIdx) = rcOperator
            exit perform
        end-if
    end-perform
    if operIdx > operCount or rcOperator = spaces
        move 'N' to cardOkFlag
        move 'NOAUTH' to cardReason
    else
        if otStatus(operIdx) not = 'A'
            move 'N' to cardOkFlag
            move 'NOAUTH' to cardReason
        end-if
    end-if
    if cardOkFlag = 'Y'
        evaluate ctOldMode(cardCount)
            when 'K' move 'V' to authAction
            when 'B' move 'Z' to authAction
            when other move 'D' to authAction
        end-evaluate
        move ctOldShift(cardCount) to authShift
        perform checkOneEntitlement
    end-if
    if cardOkFlag = 'Y'
        evaluate ctNewMode(cardCount)
            when 'K' move 'K' to authAction
            when 'B' move 'X' to authAction
            when other move 'E' to authAction
        end-evaluate
        move ctNewShift(cardCount) to authShift
        perform checkOneEntitlement
    end-if
    if cardOkFlag = 'Y' and otKeyPfx(operIdx) not = spaces
        move zeros to pfxLen
        inspect function reverse(otKeyPfx(operIdx)) tallying pfxLen
            for leading spaces
        compute pfxLen = 8 - pfxLen
        if pfxLen > 0
            if rcOldKeyId(1:pfxLen) not = otKeyPfx(operIdx)(1:pfxLen)
                    or rcNewKeyId(1:pfxLen)
                       not = otKeyPfx(operIdx)(1:pfxLen)
                move 'N' to cardOkFlag
                move 'NOAUTH' to cardReason
            end-if
        end-if
    end-if
.

checkOneEntitlement.
    move zeros to authTally
    inspect otActs(operIdx) tallying authTally for all authAction
    if authTally = 0
        move 'N' to cardOkFlag
        move 'NOAUTH' to cardReason
    end-if
    if cardOkFlag = 'Y' and otShHi(operIdx) > 0
            and (authAction = 'E' or authAction = 'D'
                 or authAction = 'X' or authAction = 'Z')
        if authShift < otShLo(operIdx) or authShift > otShHi(operIdx)
            move 'N' to cardOkFlag
            move 'NOAUTH' to cardReason
        end-if
    end-if
.

*> the run date on RKIN's header, if it is H/T-wrapped: the date the
*> traffic in it was enciphered, for any card without an as-of
*> date of its own. RKIN itself is opened for real further on.
peekRetainedHeader.
    move spaces to rkHdrRunDate
    open input rkIn
    if rkInStatus = '00'
        read rkIn
            at end continue
        end-read
        if rkInStatus = '00' and rkInRecord(1:1) = 'H'
                and rkInRecord(10:8) numeric
            move rkInRecord(10:8) to rkHdrRunDate
        end-if
        close rkIn
    end-if
.

*> one pass over the retained file. Segments are gathered into
*> whole messages the way MAINPROG gathers them; the header passes
*> through, the trailer is rebuilt at the end.
processRetainedFile.
    move zeros to segCount
    move 'N' to eofFlag
    read rkIn
        at end move 'Y' to eofFlag
    end-read
    perform until endOfFile
        add 1 to recordsRead
        evaluate true
            when rkInRecord(1:1) = 'H'
                move 'Y' to wrappedFlag
                write rkOutRecord from rkInRecord
            when rkInRecord(1:1) = 'T'
                move 'Y' to wrappedFlag
            when other
                perform bufferRecord
        end-evaluate
        read rkIn
            at end move 'Y' to eofFlag
        end-read
    end-perform
*>  a message still open at end of file lost its tail - it is held
*>  whole, never half re-keyed, if a card covers it.
    if segCount > 0
        perform settleBrokenMessage
    end-if
    if wrappedFlag = 'Y'
        move spaces to pkRecord
        move 'T'      to pkTrlType
        move outCount to pkTrlCount
        move outHash  to pkTrlHash
        write rkOutRecord from pkRecord
    end-if
.

bufferRecord.
    if outSegSeq numeric and outSegSeq > 0
        move outSegSeq to thisSegSeq
    else
        move 1 to thisSegSeq
    end-if
    move 'Y' to segOkFlag
    if segCount = 0
        if thisSegSeq not = 1
            move 'N' to segOkFlag
        end-if
    else
        if thisSegSeq not = segCount + 1 or segCount >= 9
            move 'N' to segOkFlag
        end-if
    end-if
    if segOkFlag = 'N'
        if segCount > 0
            perform settleBrokenMessage
        end-if
        if thisSegSeq not = 1
            add 1 to segCount
            move rkInRecord to sgImage(segCount)
            perform settleBrokenMessage
        end-if
    end-if
    if segOkFlag = 'Y' or thisSegSeq = 1
        add 1 to segCount
        move rkInRecord to sgImage(segCount)
        if outMoreFlag not = 'Y'
            perform processMessage
        end-if
    end-if
.

*> one whole message: find the card covering its first record
*> number; only enciphered traffic under a covering card is
*> re-keyed, everything else passes through untouched.
processMessage.
    perform findCoveringCard
    move sgAction(1) to oldAction
    if curCardIdx = 0
            or (oldAction not = 'E' and oldAction not = 'K'
                and oldAction not = 'X')
        perform passMessage
    else
        perform rekeyMessage
    end-if
.

*> a message whose segments don't hang together is only this
*> program's business if a card would have re-keyed it: that one is
*> held whole; anything else goes through untouched, as processMessage
*> would have sent it.
settleBrokenMessage.
    perform findCoveringCard
    move sgAction(1) to oldAction
    if curCardIdx = 0
            or (oldAction not = 'E' and oldAction not = 'K'
                and oldAction not = 'X')
        perform passMessage
    else
        move 'BADSEG' to holdReason
        perform holdMessage
    end-if
.

findCoveringCard.
    move zeros to curCardIdx
    perform varying cardIdx from 1 by 1 until cardIdx > cardCount
        if sgRecNo(1) >= ctFromRec(cardIdx)
                and sgRecNo(1) <= ctToRec(cardIdx)
            move cardIdx to curCardIdx
            exit perform
        end-if
    end-perform
.

rekeyMessage.
    move spaces to holdReason
*>  MAINPROG remaps the action to the profile's mode, so an action
*>  that doesn't match the old profile was never enciphered under
*>  it - re-keying it would garble it.
    evaluate ctOldMode(curCardIdx)
        when 'K'
            if oldAction not = 'K'
                move 'MODEMIS' to holdReason
            end-if
        when 'B'
            if oldAction not = 'X'
                move 'MODEMIS' to holdReason
            end-if
        when other
            if oldAction not = 'E'
                move 'MODEMIS' to holdReason
            end-if
    end-evaluate
*>  a shift or compound profile also puts its own shift on every
*>  record MAINPROG writes under it. A different shift means a
*>  different key line - the round trip below can't tell, since
*>  Decrypt and Encrypt undo each other under any key.
    if holdReason = spaces
            and (ctOldMode(curCardIdx) not = 'K')
        if sgShift(1) not numeric
                or sgShift(1) not = ctOldShift(curCardIdx)
            move 'MODEMIS' to holdReason
        end-if
    end-if
    if holdReason not = spaces
        perform holdMessage
    else
        move spaces to cipherText
        perform varying segIdx from 1 by 1 until segIdx > segCount
            compute segOffset = (segIdx - 1) * 99 + 1
            move sgResult(segIdx) to cipherText(segOffset:99)
        end-perform
        move zeros to msgLen
        inspect function reverse(cipherText)
            tallying msgLen for leading spaces
        compute msgLen = length of cipherText - msgLen

        move cipherText to plainText
        call "Decrypt" using plainText, ctOldShift(curCardIdx),
            ctOldMode(curCardIdx), ctOldText(curCardIdx)
        move plainText to newCipher
        call "Encrypt" using newCipher, ctNewShift(curCardIdx),
            ctNewMode(curCardIdx), ctNewText(curCardIdx)

*>      both directions must close: the new ciphertext has to come
*>      back to the plaintext, and the plaintext has to go back to
*>      exactly what was retained under the old key.
        move newCipher to checkNew
        call "Decrypt" using checkNew, ctNewShift(curCardIdx),
            ctNewMode(curCardIdx), ctNewText(curCardIdx)
        move plainText to checkOld
        call "Encrypt" using checkOld, ctOldShift(curCardIdx),
            ctOldMode(curCardIdx), ctOldText(curCardIdx)
        if checkNew not = plainText or checkOld not = cipherText
            move 'ROUNDTRP' to holdReason
            perform holdMessage
        else
            perform writeRekeyed
        end-if
    end-if
.

writeRekeyed.
    evaluate ctNewMode(curCardIdx)
        when 'K'
            move 'K' to newAction
            move zeros to outShiftWk
        when 'B'
            move 'X' to newAction
            move ctNewShift(curCardIdx) to outShiftWk
        when other
            move 'E' to newAction
            move ctNewShift(curCardIdx) to outShiftWk
    end-evaluate
    perform varying segIdx from 1 by 1 until segIdx > segCount
        compute segOffset = (segIdx - 1) * 99 + 1
        move newAction  to sgAction(segIdx)
        move outShiftWk to sgShift(segIdx)
        move newCipher(segOffset:99) to sgResult(segIdx)
        move 'REKEYED'  to sgStatus(segIdx)
        move sgImage(segIdx) to pkRecord
        perform writeOutDetail
    end-perform
    add 1 to msgRekeyed
    add 1 to ctRekeyed(curCardIdx)
    perform recordAudit
    move spaces to rptLine
    string '    REC ' sgRecNo(1) ' SEGS ' segCount
        ' ' ctOldId(curCardIdx) ' ' oldAction ' TO '
        ctNewId(curCardIdx) ' ' newAction ' - REKEYED'
        delimited by size into rptLine
    write rptLine
    move zeros to segCount
    move zeros to curCardIdx
.

holdMessage.
    perform varying segIdx from 1 by 1 until segIdx > segCount
        write rkHoldRecord from sgImage(segIdx)
    end-perform
    add 1 to msgHeld
    if curCardIdx > 0
        add 1 to ctHeld(curCardIdx)
    end-if
    move spaces to rptLine
    string '    REC ' sgRecNo(1) ' SEGS ' segCount
        ' - HELD (' holdReason ')'
        delimited by size into rptLine
    write rptLine
    move zeros to segCount
    move zeros to curCardIdx
.

passMessage.
    perform varying segIdx from 1 by 1 until segIdx > segCount
        move sgImage(segIdx) to pkRecord
        perform writeOutDetail
    end-perform
    add 1 to msgPassed
    move zeros to segCount
    move zeros to curCardIdx
.

writeOutDetail.
    write rkOutRecord from pkRecord
    add 1 to outCount
    perform varying hashIdx from 1 by 1 until hashIdx > 99
        compute outHash = function mod(outHash
            + function ord(pkRecord(9 + hashIdx:1)), 1000000000)
    end-perform
.

*> one audit line per re-keyed message, under the card's operator:
*> the new profile is the key now in use, named, never echoed.
recordAudit.
    add 1 to auditSequence
    move auditSequence to auditSeq
    move 'REKEY'       to auditRoutine
    move msgLen        to auditInputLen
    move outShiftWk    to auditShiftKey
    move ctNewId(curCardIdx) to auditKeyRef
    move function current-date to currentTimestamp
    move currentTimestamp(1:14) to auditTimestamp
    move ctOperator(curCardIdx) to auditOperator
    move ctBatchId(curCardIdx)  to auditBatchId
    perform computeAuditChain
    write auditRecord
    if auditOutStatus not = '00'
        display 'WARNING: AUDITOUT write failed, record '
            sgRecNo(1) ' status ' auditOutStatus
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

reportTotals.
    move spaces to rptLine
    write rptLine
    move 'BY CARD:' to rptLine
    write rptLine
    perform varying cardIdx from 1 by 1 until cardIdx > cardCount
        move spaces to rptLine
        string '    ' ctOldId(cardIdx) ' TO ' ctNewId(cardIdx)
            ' RE-KEYED ' ctRekeyed(cardIdx)
            ' HELD ' ctHeld(cardIdx)
            delimited by size into rptLine
        write rptLine
    end-perform
    move spaces to rptLine
    write rptLine
    move spaces to rptLine
    string 'CARDS READ      : ' cardsRead
        delimited by size into rptLine
    write rptLine
    move spaces to rptLine
    string 'CARDS REJECTED  : ' cardsRejected
        delimited by size into rptLine
    write rptLine
    move spaces to rptLine
    string 'RECORDS READ    : ' recordsRead
        delimited by size into rptLine
    write rptLine
    move spaces to rptLine
    string 'RE-KEYED        : ' msgRekeyed
        delimited by size into rptLine
    write rptLine
    move spaces to rptLine
    string 'HELD OUT        : ' msgHeld
        delimited by size into rptLine
    write rptLine
    move spaces to rptLine
    string 'PASSED THROUGH  : ' msgPassed
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
*> message re-keys byte for byte the way the batch enciphered it.
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

END PROGRAM REKEY.
