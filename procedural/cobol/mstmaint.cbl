*> (duplicate ids, overlapping effective-date windows on the same
*> key, unknown route codes, entitlement letters outside the
*> E/K/D/V/S/X/Z set, and a submitting operator who is not active
*> in OPERFILE), applies each good card straight to the keyed
*> KEYFILE and PARTFILE masters, writes the updated operator master
*> to OPERNEW for operations to swap in (the AUDITARC/AUDITNEW
*> convention), prints a before-and-after image of every change on
*> MNTRPT, and appends every applied change to the permanent
*> MNTLOG with the submitting operator and a timestamp - the same
        organization is line sequential
        file status  is mntCardsStatus.
    select keyFile   assign to "KEYFILE"
        organization is indexed
        access mode  is dynamic
        record key   is keyVaultKey = keyId keyEffFrom
        file status  is keyFileStatus.
    select partFile  assign to "PARTFILE"
        organization is indexed
        access mode  is dynamic
        record key   is partId
        file status  is partFileStatus.
    select operFile  assign to "OPERFILE"
        organization is line sequential
        file status  is operFileStatus.
    select operNew   assign to "OPERNEW"
        organization is line sequential
        file status  is operNewStatus.

*> one card per transaction: which master, what to do, who asked,
*> and the full replacement record image in that master's layout.
*> For a retire only the id portion of the image matters - and, for
*> a key, the start date when one is given, naming which of the
*> key's lines to retire.
FD  mntCards.
01 mntCard.
   05 mntFile         pic x(1).
   05 partDefShift    pic 9(3).
   05 partDefKeyText  pic x(9).
   05 partRoute       pic 9(1).
   05 partLang        pic x(2).

FD  operFile.
01 operRecord.
   05 operShiftHi     pic 9(3).
   05 operKeyPfx      pic x(8).

*> the updated operator master, for operations to swap in.
FD  operNew.
01 operNewRecord     pic x(30).

01 keyFileStatus    pic x(2) value '00'.
01 partFileStatus   pic x(2) value '00'.
01 operFileStatus   pic x(2) value '00'.
01 operNewStatus    pic x(2) value '00'.
01 mntRptStatus     pic x(2) value '00'.
01 mntLogStatus     pic x(2) value '00'.
   05 cpDefShift      pic 9(3).
   05 cpDefKey        pic x(9).
   05 cpRoute         pic x(1).
   05 cpLang          pic x(2).
01 cardOperView redefines cardData.
   05 coId            pic x(8).
   05 coStatus        pic x(1).
   05 coShiftHi       pic 9(3).
   05 coKeyPfx        pic x(8).

*> the keyed masters are read and updated in place; their totals
*> for the report come from one pass over each at end of run.
01 keyCount         pic 9(7) value zeros.
01 partCount        pic 9(7) value zeros.

*> the operator master in memory, raised and guarded the way
*> MAINPROG's loads are: overfull is fatal, never a partial load.
01 operCount        pic 9(4) value zeros.
01 operIdx          pic 9(4) value zeros.
01 operTable.
01 cardOkFlag       pic x(1) value 'Y'.
01 cardReason       pic x(8) value spaces.
01 foundIdx         pic 9(4) value zeros.
01 foundFlag        pic x(1) value 'N'.
01 foundImage       pic x(38) value spaces.
01 foundFrom        pic x(8) value spaces.
01 skipFrom         pic x(8) value low-values.
01 oldImage         pic x(38) value spaces.
01 newImage         pic x(38) value spaces.
01 cardKeyId        pic x(8) value spaces.
01 authIdx          pic 9(4) value zeros.
01 authOkFlag       pic x(1) value 'N'.
01 overlapFlag      pic x(1) value 'N'.

01 appliedCount     pic 9(5) value zeros.
01 rejectedCount    pic 9(5) value zeros.

MSTMAINT.
    move function current-date(1:8) to todayDate
    perform openKeyMaster
    perform openPartMaster
    perform loadOperMaster

    open input mntCards
        end-read
    end-perform

    perform writeNewOperMaster
    perform countKeyedMasters
    perform reportTotals

    close keyFile
    close partFile
    close mntCards
    close mntRpt
    close mntLog
        ' REJECTED ' rejectedCount

*>  rejected cards mean the deck needs another look before the new
*>  operator master is swapped in - warn without failing the good
*>  changes.
    if rejectedCount > 0 and return-code = 0
        move 4 to return-code
    end-if
    stop run.

*> the keyed masters are opened for update. A missing master is an
*> empty one (first-time setup): it is created, then reopened for
*> update like any other night.
openKeyMaster.
    open i-o keyFile
    if keyFileStatus = '35'
        display 'KEYFILE not found - starting from an empty vault'
        open output keyFile
        if keyFileStatus = '00'
            close keyFile
            open i-o keyFile
        end-if
    end-if
    if keyFileStatus not = '00'
        display 'FATAL: KEYFILE open failed, status ' keyFileStatus
        move 16 to return-code
        stop run
    end-if
.

openPartMaster.
    open i-o partFile
    if partFileStatus = '35'
        display 'PARTFILE not found - starting from an empty master'
        open output partFile
        if partFileStatus = '00'
            close partFile
            open i-o partFile
        end-if
    end-if
    if partFileStatus not = '00'
        display 'FATAL: PARTFILE open failed, status ' partFileStatus
        move 16 to return-code
        stop run
    end-if
.

*> the operator master load mirrors MAINPROG's: a missing master is
*> an empty one (first-time setup), an overfull master is fatal.
loadOperMaster.
    move zeros to operCount
    move 'N' to mstEofFlag
*> and an add may only join a keyId's history when every existing
*> line's window stays clear of the new one - the retire-and-readd
*> lifecycle is legal, two profiles answering for the same key on
*> the same date is not. The vault is keyed on keyId and keyEffFrom,
*> so a change that moves the start date replaces the line under
*> its new key.
judgeKeyCard.
    move ckId to cardKeyId
    evaluate mntAction
        when 'A'
            perform validateKeyFields
            if cardOkFlag = 'Y'
                move low-values to skipFrom
                perform checkKeyOverlap
            end-if
            if cardOkFlag = 'Y'
                move cardData to keyRecord
                write keyRecord
                    invalid key
                        move 'N' to cardOkFlag
                        move 'DUPID' to cardReason
                end-write
            end-if
            if cardOkFlag = 'Y'
                move cardData to newImage
            end-if
        when 'C'
            perform findKeyEntry
            if foundFlag = 'N'
                move 'N' to cardOkFlag
                move 'NOTFOUND' to cardReason
            else
*>              another of the key's lines just like an add can -
*>              only the line being replaced is exempt.
                if cardOkFlag = 'Y'
                    move foundFrom to skipFrom
                    perform checkKeyOverlap
                end-if
                if cardOkFlag = 'Y'
                    move foundImage to oldImage
                    perform replaceKeyLine
                end-if
                if cardOkFlag = 'Y'
                    move cardData to newImage
                end-if
            end-if
        when 'R'
            perform findKeyEntry
            if foundFlag = 'N'
                move 'N' to cardOkFlag
                move 'NOTFOUND' to cardReason
            else
                move foundImage to oldImage
                move foundImage to keyRecord
                move 'R' to keyStatus
*>              an open-ended window is closed as of the retirement
*>              date - a retired line that still claimed "forever"
*>              would overlap every future successor for this key,
*>              leaving the id unusable for good. A line retired
*>              before it ever took effect closes at its own start
*>              date instead, so the window stays well formed.
                if keyEffTo = spaces
                    if keyEffFrom > todayDate
                        move keyEffFrom to keyEffTo
                    else
                        move todayDate to keyEffTo
                    end-if
                end-if
                rewrite keyRecord
                    invalid key
                        move 'N' to cardOkFlag
                        move 'IOERR' to cardReason
                end-rewrite
                if cardOkFlag = 'Y'
                    move keyRecord to newImage
                end-if
            end-if
        when other
            move 'N' to cardOkFlag
    end-evaluate
.

*> the changed line goes back under the same key when its start
*> date is unchanged; otherwise the old line comes out and the new
*> one goes in under its own key.
replaceKeyLine.
    if ckFrom = foundFrom
        move cardData to keyRecord
        rewrite keyRecord
            invalid key
                move 'N' to cardOkFlag
                move 'IOERR' to cardReason
        end-rewrite
    else
        move foundImage to keyRecord
        delete keyFile record
            invalid key
                move 'N' to cardOkFlag
                move 'IOERR' to cardReason
        end-delete
        if cardOkFlag = 'Y'
            move cardData to keyRecord
            write keyRecord
                invalid key
                    move 'N' to cardOkFlag
                    move 'IOERR' to cardReason
            end-write
        end-if
    end-if
.

*> change and retire act on the key's current line: the first line
*> with that id still active, in effective-date order, else nothing.
*> A retire card that carries a start date acts on the active line
*> that starts that day instead - a key re-added after an older line
*> was left active must not lose the wrong one.
findKeyEntry.
    move 'N' to foundFlag
    move 'N' to mstEofFlag
    move ckId       to keyId
    move low-values to keyEffFrom
    start keyFile key is >= keyVaultKey
        invalid key move 'Y' to mstEofFlag
    end-start
    perform until mstEndOfFile or foundFlag = 'Y'
        read keyFile next record
            at end move 'Y' to mstEofFlag
        end-read
        if not mstEndOfFile
            if keyId not = ckId
                move 'Y' to mstEofFlag
            else
                if keyStatus = 'A'
                        and (mntAction not = 'R' or ckFrom = spaces
                             or keyEffFrom = ckFrom)
                    move 'Y' to foundFlag
                    move keyRecord  to foundImage
                    move keyEffFrom to foundFrom
                end-if
            end-if
        end-if
    end-perform
.
        move 'BADMODE' to cardReason
    end-if
*>  a blank or garbled shift column is caught at the card - never
*>  absorbed downstream by resolveKeyId's zero-guard.
    if cardOkFlag = 'Y' and ckShift not numeric
        move 'N' to cardOkFlag
        move 'BADSHIFT' to cardReason
.

*> two windows on the same keyId overlap when each one starts
*> before the other has ended; a blank end date never ends. Only the
*> keyId's own lines are read.
checkKeyOverlap.
    move 'N' to overlapFlag
    move 'N' to mstEofFlag
    move ckId       to keyId
    move low-values to keyEffFrom
    start keyFile key is >= keyVaultKey
        invalid key move 'Y' to mstEofFlag
    end-start
    perform until mstEndOfFile
        read keyFile next record
            at end move 'Y' to mstEofFlag
        end-read
        if not mstEndOfFile
            if keyId not = ckId
                move 'Y' to mstEofFlag
            else
                if keyEffFrom not = skipFrom
                    if (keyEffTo = spaces or ckFrom <= keyEffTo)
                            and (ckTo = spaces or keyEffFrom <= ckTo)
                        move 'Y' to overlapFlag
                    end-if
                end-if
            end-if
        end-if
    end-perform

*> partner card: one line per partner id, and the route code must
*> name a real routed output (1-4) or the consolidated-only 0.
*> The language code is the partner's Solve scoring language.
judgePartCard.
    move spaces to cardKeyId
    move cpId to cardKeyId(1:4)
            perform validatePartFields
            if cardOkFlag = 'Y'
                perform findPartEntry
                if foundFlag = 'Y'
                    move 'N' to cardOkFlag
                    move 'DUPID' to cardReason
                end-if
            end-if
            if cardOkFlag = 'Y'
                move cardData(1:21) to partRecord
                write partRecord
                    invalid key
                        move 'N' to cardOkFlag
                        move 'DUPID' to cardReason
                end-write
            end-if
            if cardOkFlag = 'Y'
                move cardData(1:21) to newImage
            end-if
        when 'C'
            perform findPartEntry
            if foundFlag = 'N'
                move 'N' to cardOkFlag
                move 'NOTFOUND' to cardReason
            else
                perform validatePartFields
                if cardOkFlag = 'Y'
                    move foundImage to oldImage
                    move cardData(1:21) to partRecord
                    rewrite partRecord
                        invalid key
                            move 'N' to cardOkFlag
                            move 'IOERR' to cardReason
                    end-rewrite
                end-if
                if cardOkFlag = 'Y'
                    move cardData(1:21) to newImage
                end-if
            end-if
        when 'R'
            perform findPartEntry
            if foundFlag = 'N'
                move 'N' to cardOkFlag
                move 'NOTFOUND' to cardReason
            else
                move foundImage to oldImage
                move 'R' to partStatus
                rewrite partRecord
                    invalid key
                        move 'N' to cardOkFlag
                        move 'IOERR' to cardReason
                end-rewrite
                if cardOkFlag = 'Y'
                    move partRecord to newImage
                end-if
            end-if
        when other
            move 'N' to cardOkFlag
.

findPartEntry.
    move 'N' to foundFlag
    move cpId to partId
    read partFile record
        invalid key continue
        not invalid key
            move 'Y' to foundFlag
            move partRecord to foundImage
    end-read
.

validatePartFields.
        move 'N' to cardOkFlag
        move 'BADSTAT' to cardReason
    end-if
*>  the language code names a LANGFILE profile: two letters, or
*>  blank for English.
    if cardOkFlag = 'Y' and cpLang not = spaces
        if cpLang not alphabetic-upper or cpLang(1:1) = space
                or cpLang(2:1) = space
            move 'N' to cardOkFlag
            move 'BADLANG' to cardReason
        end-if
    end-if
.

*> operator card: one line per operator id, and every entitlement
    write mntLogRecord
.

writeNewOperMaster.
    open output operNew
    if operNewStatus not = '00'
        display 'FATAL: OPERNEW open failed, status ' operNewStatus
    close operNew
.

*> one pass over each keyed master for the report's totals.
countKeyedMasters.
    move zeros to keyCount
    move 'N' to mstEofFlag
    move low-values to keyId
    move low-values to keyEffFrom
    start keyFile key is >= keyVaultKey
        invalid key move 'Y' to mstEofFlag
    end-start
    perform until mstEndOfFile
        read keyFile next record
            at end move 'Y' to mstEofFlag
        end-read
        if not mstEndOfFile
            add 1 to keyCount
        end-if
    end-perform

    move zeros to partCount
    move 'N' to mstEofFlag
    move low-values to partId
    start partFile key is >= partId
        invalid key move 'Y' to mstEofFlag
    end-start
    perform until mstEndOfFile
        read partFile next record
            at end move 'Y' to mstEofFlag
        end-read
        if not mstEndOfFile
            add 1 to partCount
        end-if
    end-perform
.

reportTotals.
    move spaces to rptLine
    write rptLine
