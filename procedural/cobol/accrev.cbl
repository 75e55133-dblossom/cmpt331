IDENTIFICATION DIVISION.
PROGRAM-ID.   ACCREV.
AUTHOR.       Dan Blossom

*> quarterly access review: the key vault and the operator master
*> checked against what the audit archive says actually happened
*> in the review period, instead of by hand. KEYFILE and OPERFILE
*> are read whole, then ARCHIN (one or more AUDITARC months,
*> concatenated) is read once for the lines stamped inside the
*> ACCPARM period.
*>
*> Key profiles: an active profile expiring within the ACCPARM
*> window that is still being used (it needs a successor before it
*> runs out), an active profile nobody used all period, and a
*> profile named on the trail on a date no live line of it covered
*> - retired, run out, or never on file at all.
*>
*> Operators: an active operator entitled to Solve ('S') or to the
*> compound actions ('X', 'Z') who never used them, a disabled
*> operator whose id still shows up on the trail, an id on the
*> trail that is not on OPERFILE at all, and an operator whose
*> shifts stayed far inside the operShiftLo-operShiftHi range they
*> hold.
*>
*> Every finding is listed on ACCRPT. The ones that mean taking an
*> entitlement away are also written to ACCCARDS as ready-made
*> MSTMAINT cards under the ACCPARM reviewer's id - a retire card
*> for an unused profile, one change card per operator dropping the
*> unused letters and narrowing the shift range to what was used -
*> for the reviewer to edit, strike, or pass to MSTMAINT as they
*> stand. Return code 4 when there is any finding.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    select accParm   assign to "ACCPARM"
        organization is line sequential
        file status  is accParmStatus.
    select keyFile   assign to "KEYFILE"
        organization is indexed
        access mode  is dynamic
        record key   is keyVaultKey = keyId keyEffFrom
        file status  is keyFileStatus.
    select operFile  assign to "OPERFILE"
        organization is line sequential
        file status  is operFileStatus.
    select archIn    assign to "ARCHIN"
        organization is line sequential
        file status  is archInStatus.
    select accRpt    assign to "ACCRPT"
        organization is line sequential
        file status  is accRptStatus.
    select accCards  assign to "ACCCARDS"
        organization is line sequential
        file status  is accCardsStatus.

DATA DIVISION.
FILE SECTION.

*> one parameter card: the review period (blank from = 90 days
*> before the to date, blank to = today), how many days ahead an
*> expiry counts as imminent (blank = 30), how narrow a shift range
*> in use has to be, as a percent of the range held, to be called
*> far inside it (blank = 25), and the reviewer whose id goes on
*> the MSTMAINT cards.
FD  accParm.
01 accParmCard.
   05 apFrom          pic x(8).
   05 apTo            pic x(8).
   05 apExpDays       pic 9(3).
   05 apNarrowPct     pic 9(3).
   05 apReviewer      pic x(8).

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

*> the archive, exactly as AUDITARC writes it: each audit line
*> prefixed with the month it belongs to.
FD  archIn.
01 archRecord.
   05 archMonth       pic x(6).
   05 archAudit       pic x(66).

FD  accRpt.
01 rptLine           pic x(132).

*> MSTMAINT cards, exactly as MSTMAINT reads them.
FD  accCards.
01 mntCard.
   05 mntFile         pic x(1).
   05 mntAction       pic x(1).
   05 mntOperator     pic x(8).
   05 mntData         pic x(38).

WORKING-STORAGE SECTION.
01 accParmStatus    pic x(2) value '00'.
01 keyFileStatus    pic x(2) value '00'.
01 operFileStatus   pic x(2) value '00'.
01 archInStatus     pic x(2) value '00'.
01 accRptStatus     pic x(2) value '00'.
01 accCardsStatus   pic x(2) value '00'.

01 eofFlag          pic x(1) value 'N'.
   88 endOfFile     value 'Y'.

*> the review parameters, held for the run.
01 todayDate        pic x(8) value spaces.
01 periodFrom       pic x(8) value spaces.
01 periodTo         pic x(8) value spaces.
01 expDays          pic 9(3) value 30.
01 narrowPct        pic 9(3) value 25.
01 reviewer         pic x(8) value spaces.
01 expiryLimit      pic x(8) value spaces.
01 wkDate           pic x(8) value spaces.
01 wkDateNum redefines wkDate pic 9(8).
01 wkDateInt        pic 9(8) value zeros.

*> the archived audit line, taken apart in MAINPROG's layout.
01 auditWork.
   05 auditSeq        pic 9(5).
   05 auditRoutine    pic x(7).
   05 auditInputLen   pic 9(3).
   05 auditShiftKey   pic 9(3).
   05 auditKeyRef     pic x(9).
   05 auditTimestamp  pic x(14).
   05 auditOperator   pic x(8).
   05 auditBatchId    pic x(8).
   05 auditChain      pic 9(9).
01 useDate          pic x(8) value spaces.
01 useMode          pic x(1) value space.

*> the key vault in memory, in key order, each line with what the
*> period's trail did with it.
01 keyCount         pic 9(4) value zeros.
01 keyIdx           pic 9(4) value zeros.
01 keyAnyIdx        pic 9(4) value zeros.
01 keyCovered       pic x(1) value 'N'.
01 keyTable.
   05 keyEntry occurs 5000 times.
      10 kyImage     pic x(38).
      10 kyFields redefines kyImage.
         15 kyId        pic x(8).
         15 kyMode      pic x(1).
         15 kyShift     pic 9(3).
         15 kyText      pic x(9).
         15 kyFrom      pic x(8).
         15 kyTo        pic x(8).
         15 kyStatus    pic x(1).
      10 kyUses      pic 9(7).
      10 kyLastUse   pic x(8).

*> profile names used on a date no live line covered, one entry a
*> name.
01 staleCount       pic 9(4) value zeros.
01 staleIdx         pic 9(4) value zeros.
01 staleTable.
   05 staleEntry occurs 1000 times.
      10 skRef       pic x(9).
      10 skOnFile    pic x(1).
      10 skUses      pic 9(7).
      10 skFirst     pic x(8).
      10 skLast      pic x(8).

*> the operator master in memory, each operator with what the
*> period's trail shows them doing.
01 operCount        pic 9(4) value zeros.
01 operIdx          pic 9(4) value zeros.
01 operTable.
   05 operEntry occurs 5000 times.
      10 otImage     pic x(30).
      10 otFields redefines otImage.
         15 otId        pic x(8).
         15 otStatus    pic x(1).
         15 otActs      pic x(7).
         15 otShLo      pic 9(3).
         15 otShHi      pic 9(3).
         15 otKeyPfx    pic x(8).
      10 ouLines     pic 9(7).
      10 ouSolve     pic 9(7).
      10 ouCompX     pic 9(7).
      10 ouCompZ     pic 9(7).
      10 ouShSeen    pic x(1).
      10 ouShMin     pic 9(3).
      10 ouShMax     pic 9(3).
      10 ouLast      pic x(8).

*> ids on the trail that OPERFILE does not know.
01 unkCount         pic 9(4) value zeros.
01 unkIdx           pic 9(4) value zeros.
01 unkTable.
   05 unkEntry occurs 500 times.
      10 uoId        pic x(8).
      10 uoLines     pic 9(7).
      10 uoLast      pic x(8).

*> one operator's change card in the making.
01 newActs          pic x(7) value spaces.
01 newActIdx        pic 9(1) value zeros.
01 actIdx           pic 9(1) value zeros.
01 actChar          pic x(1) value space.
01 dropLetters      pic x(7) value spaces.
01 dropIdx          pic 9(1) value zeros.
01 newShLo          pic 9(3) value zeros.
01 newShHi          pic 9(3) value zeros.
01 changeFlag       pic x(1) value 'N'.
01 narrowFlag       pic x(1) value 'N'.
01 entWidth         pic 9(4) value zeros.
01 useWidth         pic 9(4) value zeros.
01 cardOperImage.
   05 coId            pic x(8).
   05 coStatus        pic x(1).
   05 coActions       pic x(7).
   05 coShiftLo       pic 9(3).
   05 coShiftHi       pic 9(3).
   05 coKeyPfx        pic x(8).

01 readCount        pic 9(7) value zeros.
01 periodCount      pic 9(7) value zeros.
01 expiringCount    pic 9(5) value zeros.
01 unusedKeyCount   pic 9(5) value zeros.
01 staleUseCount    pic 9(5) value zeros.
01 unusedEntCount   pic 9(5) value zeros.
01 disabledCount    pic 9(5) value zeros.
01 unknownCount     pic 9(5) value zeros.
01 narrowCount      pic 9(5) value zeros.
01 cardCount        pic 9(5) value zeros.
01 findingCount     pic 9(5) value zeros.

PROCEDURE DIVISION.

ACCREV.
    move function current-date(1:8) to todayDate
    perform readParmCard
    perform loadKeyVault
    perform loadOperators

    open input archIn
    if archInStatus not = '00'
        display 'FATAL: ARCHIN open failed, status ' archInStatus
        move 16 to return-code
        stop run
    end-if
    open output accRpt
    if accRptStatus not = '00'
        display 'FATAL: ACCRPT open failed, status ' accRptStatus
        move 16 to return-code
        stop run
    end-if
    open output accCards
    if accCardsStatus not = '00'
        display 'FATAL: ACCCARDS open failed, status ' accCardsStatus
        move 16 to return-code
        stop run
    end-if

    move spaces to rptLine
    string 'KEY AND OPERATOR ACCESS REVIEW - PERIOD ' periodFrom
        ' TO ' periodTo ' - RUN DATE ' todayDate
        delimited by size into rptLine
    write rptLine
    move spaces to rptLine
    string 'EXPIRY WINDOW ' expDays ' DAYS (TO ' expiryLimit
        ') - NARROW RANGE AT ' narrowPct ' PCT - REVIEWER '
        reviewer delimited by size into rptLine
    write rptLine
    move spaces to rptLine
    write rptLine

    move 'N' to eofFlag
    read archIn
        at end move 'Y' to eofFlag
    end-read
    perform until endOfFile
        perform judgeArchiveLine
        read archIn
            at end move 'Y' to eofFlag
        end-read
    end-perform
    close archIn

    move 'KEY PROFILES:' to rptLine
    write rptLine
    perform reviewKeyProfiles
    perform reviewStaleUses
    move spaces to rptLine
    write rptLine
    move 'OPERATORS:' to rptLine
    write rptLine
    perform reviewOperators
    perform reviewUnknownOperators
    perform reportTotals

    close accRpt
    close accCards

    display 'ACCREV: AUDIT LINES ' readCount ' IN PERIOD ' periodCount
        ' FINDINGS ' findingCount ' CARDS ' cardCount
    if cardCount > 0 and reviewer = spaces
        display 'ACCREV: NO REVIEWER ON ACCPARM - MSTMAINT WILL '
            'REJECT ACCCARDS UNTIL ONE IS FILLED IN'
    end-if

    if findingCount > 0 and return-code = 0
        move 4 to return-code
    end-if
    stop run.

*> the period defaults to the 90 days up to today - one quarter.
readParmCard.
    move todayDate to periodTo
    move spaces to periodFrom
    open input accParm
    if accParmStatus = '00'
        read accParm
            at end continue
        end-read
        if accParmStatus = '00'
            if apTo numeric
                move apTo to periodTo
            end-if
            if apFrom numeric
                move apFrom to periodFrom
            end-if
            if apExpDays numeric and apExpDays > 0
                move apExpDays to expDays
            end-if
            if apNarrowPct numeric and apNarrowPct > 0
                move apNarrowPct to narrowPct
            end-if
            move apReviewer to reviewer
        end-if
        close accParm
    else
        display 'ACCPARM not found - reviewing the last 90 days'
    end-if

    move periodTo to wkDate
    compute wkDateInt = function integer-of-date(wkDateNum)
    if periodFrom = spaces
        compute wkDateNum = function date-of-integer(wkDateInt - 90)
        move wkDate to periodFrom
    end-if
    compute wkDateNum = function date-of-integer(wkDateInt + expDays)
    move wkDate to expiryLimit
.

*> the whole vault, every dated line, in key order.
loadKeyVault.
    move zeros to keyCount
    open input keyFile
    if keyFileStatus not = '00'
        display 'FATAL: KEYFILE open failed, status ' keyFileStatus
        move 16 to return-code
        stop run
    end-if
    move 'N' to eofFlag
    read keyFile next record
        at end move 'Y' to eofFlag
    end-read
    perform until endOfFile
        if keyCount >= 5000
            display 'FATAL: KEYFILE EXCEEDS ' keyCount
                ' LINES - RAISE keyTable - RUN STOPPED'
            move 16 to return-code
            stop run
        end-if
        add 1 to keyCount
        move keyRecord to kyImage(keyCount)
        move zeros     to kyUses(keyCount)
        move spaces    to kyLastUse(keyCount)
        read keyFile next record
            at end move 'Y' to eofFlag
        end-read
    end-perform
    close keyFile
.

loadOperators.
    move zeros to operCount
    open input operFile
    if operFileStatus not = '00'
        display 'FATAL: OPERFILE open failed, status ' operFileStatus
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
        move operRecord to otImage(operCount)
*>      a blank range column must never put spaces into a numeric
*>      field the review compares.
        if operShiftLo not numeric
            move zeros to otShLo(operCount)
        end-if
        if operShiftHi not numeric
            move zeros to otShHi(operCount)
        end-if
        move zeros  to ouLines(operCount)
        move zeros  to ouSolve(operCount)
        move zeros  to ouCompX(operCount)
        move zeros  to ouCompZ(operCount)
        move 'N'    to ouShSeen(operCount)
        move zeros  to ouShMin(operCount)
        move zeros  to ouShMax(operCount)
        move spaces to ouLast(operCount)
        read operFile
            at end move 'Y' to eofFlag
        end-read
    end-perform
    close operFile
.

*> one archived line. Only lines stamped inside the period count,
*> and AUDITARC's own cutoff lines are bookkeeping, not activity.
judgeArchiveLine.
    add 1 to readCount
    move archAudit to auditWork
    move auditTimestamp(1:8) to useDate
    if useDate >= periodFrom and useDate <= periodTo
            and auditRoutine not = 'ARCHIVE'
        add 1 to periodCount
        move space to useMode
*>      the cipher calls and REKEY name the vault profile they used;
*>      Solve and MANUAL lines carry a recovered keyword there
*>      instead, and INLINE marks key text the record carried.
        if (auditRoutine = 'ENCRYPT' or auditRoutine = 'DECRYPT'
                or auditRoutine = 'REKEY')
                and auditKeyRef not = spaces
                and auditKeyRef not = 'INLINE'
            perform matchKeyUse
        end-if
        perform matchOperatorUse
    end-if
.

*> the line of the named profile that was live on the day of use.
*> A retired line still covers the days up to its keyEffTo - it was
*> live then. No covering line is a stale use.
matchKeyUse.
    move 'N' to keyCovered
    move zeros to keyAnyIdx
    perform varying keyIdx from 1 by 1 until keyIdx > keyCount
        if kyId(keyIdx) = auditKeyRef(1:8) and auditKeyRef(9:1) = space
            move keyIdx to keyAnyIdx
            if kyFrom(keyIdx) <= useDate
                    and ((kyTo(keyIdx) = spaces
                          and kyStatus(keyIdx) = 'A')
                         or (kyTo(keyIdx) not = spaces
                             and useDate <= kyTo(keyIdx)))
                move 'Y' to keyCovered
                add 1 to kyUses(keyIdx)
                if useDate > kyLastUse(keyIdx)
                        or kyLastUse(keyIdx) = spaces
                    move useDate to kyLastUse(keyIdx)
                end-if
                move kyMode(keyIdx) to useMode
                exit perform
            end-if
        end-if
    end-perform
    if keyCovered = 'N'
        if keyAnyIdx > 0
            move kyMode(keyAnyIdx) to useMode
        end-if
        perform noteStaleUse
    end-if
.

noteStaleUse.
    perform varying staleIdx from 1 by 1 until staleIdx > staleCount
        if skRef(staleIdx) = auditKeyRef
            exit perform
        end-if
    end-perform
    if staleIdx > staleCount
        if staleCount >= 1000
            display 'FATAL: OVER 1000 STALE PROFILE NAMES'
                ' - RAISE staleTable - RUN STOPPED'
            move 16 to return-code
            stop run
        end-if
        add 1 to staleCount
        move staleCount  to staleIdx
        move auditKeyRef to skRef(staleIdx)
        move zeros       to skUses(staleIdx)
        move useDate     to skFirst(staleIdx)
        move useDate     to skLast(staleIdx)
        if keyAnyIdx > 0
            move 'Y' to skOnFile(staleIdx)
        else
            move 'N' to skOnFile(staleIdx)
        end-if
    end-if
    add 1 to skUses(staleIdx)
    if useDate < skFirst(staleIdx)
        move useDate to skFirst(staleIdx)
    end-if
    if useDate > skLast(staleIdx)
        move useDate to skLast(staleIdx)
    end-if
.

*> what the operator did. The audit line names the routine, not the
*> action letter: MAINPROG turns every action into the mode of the
*> profile it runs under, so an ENCRYPT or DECRYPT under a 'B'
*> profile was the compound X or Z. Shifts are only tallied where
*> they drive the cipher - not under a keyword-only 'K' profile.
matchOperatorUse.
    perform varying operIdx from 1 by 1 until operIdx > operCount
        if otId(operIdx) = auditOperator
            exit perform
        end-if
    end-perform
    if operIdx > operCount
        perform noteUnknownOperator
    else
        add 1 to ouLines(operIdx)
        if useDate > ouLast(operIdx) or ouLast(operIdx) = spaces
            move useDate to ouLast(operIdx)
        end-if
        evaluate auditRoutine
            when 'SOLVE'
            when 'MANUAL'
                add 1 to ouSolve(operIdx)
            when 'ENCRYPT'
            when 'REKEY'
                if useMode = 'B'
                    add 1 to ouCompX(operIdx)
                end-if
            when 'DECRYPT'
                if useMode = 'B'
                    add 1 to ouCompZ(operIdx)
                end-if
        end-evaluate
        if (auditRoutine = 'ENCRYPT' or auditRoutine = 'DECRYPT')
                and useMode not = 'K' and auditShiftKey numeric
            if ouShSeen(operIdx) = 'N'
                move 'Y' to ouShSeen(operIdx)
                move auditShiftKey to ouShMin(operIdx)
                move auditShiftKey to ouShMax(operIdx)
            else
                if auditShiftKey < ouShMin(operIdx)
                    move auditShiftKey to ouShMin(operIdx)
                end-if
                if auditShiftKey > ouShMax(operIdx)
                    move auditShiftKey to ouShMax(operIdx)
                end-if
            end-if
        end-if
    end-if
.

noteUnknownOperator.
    perform varying unkIdx from 1 by 1 until unkIdx > unkCount
        if uoId(unkIdx) = auditOperator
            exit perform
        end-if
    end-perform
    if unkIdx > unkCount
        if unkCount >= 500
            display 'FATAL: OVER 500 UNKNOWN OPERATOR IDS'
                ' - RAISE unkTable - RUN STOPPED'
            move 16 to return-code
            stop run
        end-if
        add 1 to unkCount
        move unkCount      to unkIdx
        move auditOperator to uoId(unkIdx)
        move zeros         to uoLines(unkIdx)
        move spaces        to uoLast(unkIdx)
    end-if
    add 1 to uoLines(unkIdx)
    if useDate > uoLast(unkIdx) or uoLast(unkIdx) = spaces
        move useDate to uoLast(unkIdx)
    end-if
.

*> active lines only: one about to run out while still in use
*> needs a successor; one live in the period and never used is
*> retired. The retire card carries the line's start date, which
*> MSTMAINT uses to pick out that line among the key's others.
reviewKeyProfiles.
    perform varying keyIdx from 1 by 1 until keyIdx > keyCount
        if kyStatus(keyIdx) = 'A'
            if kyTo(keyIdx) not = spaces
                    and kyTo(keyIdx) >= periodTo
                    and kyTo(keyIdx) <= expiryLimit
                    and kyUses(keyIdx) > 0
                add 1 to expiringCount
                add 1 to findingCount
                move spaces to rptLine
                string '    EXPIRING  ' kyId(keyIdx) ' (' kyMode(keyIdx)
                    ') FROM ' kyFrom(keyIdx) ' TO ' kyTo(keyIdx)
                    ' STILL IN USE - USES ' kyUses(keyIdx)
                    ' LAST ' kyLastUse(keyIdx)
                    delimited by size into rptLine
                write rptLine
            end-if
            if kyFrom(keyIdx) <= periodTo
                    and (kyTo(keyIdx) = spaces
                         or kyTo(keyIdx) >= periodFrom)
                    and kyUses(keyIdx) = 0
                add 1 to unusedKeyCount
                add 1 to findingCount
                move 'K'          to mntFile
                move 'R'          to mntAction
                move reviewer     to mntOperator
                move kyImage(keyIdx) to mntData
                write mntCard
                add 1 to cardCount
                move spaces to rptLine
                string '    UNUSED    ' kyId(keyIdx) ' ('
                    kyMode(keyIdx) ') FROM ' kyFrom(keyIdx)
                    ' - NO USE IN PERIOD - RETIRE CARD WRITTEN'
                    delimited by size into rptLine
                write rptLine
            end-if
        end-if
    end-perform
.

*> stale uses are for investigation, not for a card: the profile is
*> already out of service.
reviewStaleUses.
    perform varying staleIdx from 1 by 1 until staleIdx > staleCount
        add 1 to staleUseCount
        add 1 to findingCount
        move spaces to rptLine
        if skOnFile(staleIdx) = 'Y'
            string '    STALEUSE  ' skRef(staleIdx) ' USES '
                skUses(staleIdx) ' FROM ' skFirst(staleIdx)
                ' TO ' skLast(staleIdx)
                ' - RETIRED OR EXPIRED WHEN USED'
                delimited by size into rptLine
        else
            string '    STALEUSE  ' skRef(staleIdx) ' USES '
                skUses(staleIdx) ' FROM ' skFirst(staleIdx)
                ' TO ' skLast(staleIdx)
                ' - NOT ON KEYFILE'
                delimited by size into rptLine
        end-if
        write rptLine
    end-perform
.

*> a disabled operator with activity is reported as it stands; an
*> active one gets a change card taking away whatever of S, X, and
*> Z went unused and narrowing a shift range they stayed far inside.
reviewOperators.
    perform varying operIdx from 1 by 1 until operIdx > operCount
        if otStatus(operIdx) not = 'A'
            if ouLines(operIdx) > 0
                add 1 to disabledCount
                add 1 to findingCount
                move spaces to rptLine
                string '    DISABLED  ' otId(operIdx) ' STATUS '
                    otStatus(operIdx) ' - ' ouLines(operIdx)
                    ' AUDIT LINES, LAST ' ouLast(operIdx)
                    delimited by size into rptLine
                write rptLine
            end-if
        else
            perform reviewOneOperator
        end-if
    end-perform
.

reviewOneOperator.
    move 'N' to changeFlag
    move 'N' to narrowFlag
    move spaces to newActs
    move spaces to dropLetters
    move zeros to newActIdx
    move zeros to dropIdx
    perform varying actIdx from 1 by 1 until actIdx > 7
        move otActs(operIdx)(actIdx:1) to actChar
        if (actChar = 'S' and ouSolve(operIdx) = 0)
                or (actChar = 'X' and ouCompX(operIdx) = 0)
                or (actChar = 'Z' and ouCompZ(operIdx) = 0)
            add 1 to dropIdx
            move actChar to dropLetters(dropIdx:1)
            move 'Y' to changeFlag
        else
            if actChar not = space
                add 1 to newActIdx
                move actChar to newActs(newActIdx:1)
            end-if
        end-if
    end-perform
    if changeFlag = 'Y'
        add 1 to unusedEntCount
        add 1 to findingCount
        move spaces to rptLine
        string '    UNUSEDENT ' otId(operIdx) ' HOLDS '
            otActs(operIdx) ' - NEVER USED ' dropLetters
            delimited by size into rptLine
        write rptLine
    end-if

    move otShLo(operIdx) to newShLo
    move otShHi(operIdx) to newShHi
    if otShHi(operIdx) > 0 and otShHi(operIdx) >= otShLo(operIdx)
            and ouShSeen(operIdx) = 'Y'
        compute entWidth = otShHi(operIdx) - otShLo(operIdx) + 1
        compute useWidth = ouShMax(operIdx) - ouShMin(operIdx) + 1
        if useWidth * 100 <= entWidth * narrowPct
            move 'Y' to narrowFlag
            move 'Y' to changeFlag
            move ouShMin(operIdx) to newShLo
            move ouShMax(operIdx) to newShHi
            add 1 to narrowCount
            add 1 to findingCount
            move spaces to rptLine
            string '    NARROW    ' otId(operIdx) ' HOLDS SHIFTS '
                otShLo(operIdx) '-' otShHi(operIdx) ' - USED '
                ouShMin(operIdx) '-' ouShMax(operIdx)
                delimited by size into rptLine
            write rptLine
        end-if
    end-if

    if changeFlag = 'Y'
        move otId(operIdx)     to coId
        move otStatus(operIdx) to coStatus
        move newActs           to coActions
        move newShLo           to coShiftLo
        move newShHi           to coShiftHi
        move otKeyPfx(operIdx) to coKeyPfx
        move 'O'           to mntFile
        move 'C'           to mntAction
        move reviewer      to mntOperator
        move cardOperImage to mntData
        write mntCard
        add 1 to cardCount
        move spaces to rptLine
        string '              ' otId(operIdx)
            ' - CHANGE CARD WRITTEN: ' cardOperImage
            delimited by size into rptLine
        write rptLine
    end-if
.

reviewUnknownOperators.
    perform varying unkIdx from 1 by 1 until unkIdx > unkCount
        add 1 to unknownCount
        add 1 to findingCount
        move spaces to rptLine
        string '    NOTONFILE ' uoId(unkIdx) ' - ' uoLines(unkIdx)
            ' AUDIT LINES, LAST ' uoLast(unkIdx)
            delimited by size into rptLine
        write rptLine
    end-perform
.

reportTotals.
    move spaces to rptLine
    write rptLine
    move spaces to rptLine
    string 'AUDIT LINES READ     : ' readCount
        delimited by size into rptLine
    write rptLine
    move spaces to rptLine
    string 'IN REVIEW PERIOD     : ' periodCount
        delimited by size into rptLine
    write rptLine
    move spaces to rptLine
    string 'EXPIRING IN USE      : ' expiringCount
        delimited by size into rptLine
    write rptLine
    move spaces to rptLine
    string 'UNUSED PROFILES      : ' unusedKeyCount
        delimited by size into rptLine
    write rptLine
    move spaces to rptLine
    string 'STALE PROFILE NAMES  : ' staleUseCount
        delimited by size into rptLine
    write rptLine
    move spaces to rptLine
    string 'UNUSED ENTITLEMENTS  : ' unusedEntCount
        delimited by size into rptLine
    write rptLine
    move spaces to rptLine
    string 'DISABLED WITH USE    : ' disabledCount
        delimited by size into rptLine
    write rptLine
    move spaces to rptLine
    string 'NOT ON OPERFILE      : ' unknownCount
        delimited by size into rptLine
    write rptLine
    move spaces to rptLine
    string 'NARROW SHIFT USE     : ' narrowCount
        delimited by size into rptLine
    write rptLine
    move spaces to rptLine
    string 'MSTMAINT CARDS       : ' cardCount
        delimited by size into rptLine
    write rptLine
.
