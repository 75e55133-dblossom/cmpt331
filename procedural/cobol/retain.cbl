IDENTIFICATION DIVISION.
PROGRAM-ID.   RETAIN.
AUTHOR.       Dan Blossom

*> retention and purge for the files that only ever grow: RUNHIST,
*> PARTVOL, MNTLOG, the ARCHOUT audit archive, and the OPENOUT and
*> SUSPOUT carry-forward files. RETPOL is the written retention
*> schedule - one card per file, how many days of it to keep - and
*> a file with no card keeps everything. Each file is read once:
*> a record dated before its file's cutoff is copied to PURGEXT,
*> prefixed with tonight's date and the file it came from, and
*> dropped; everything else is rewritten to the file's NEW copy
*> (RUNHNEW, PVOLNEW, MNTLNEW, ARCHNEW, OPENNEW, SUSPNEW), which
*> operations swaps in the AUDITARC/AUDITNEW way.
*>
*> Nothing on legal hold is ever purged. HOLDLST names the partner
*> ids and batch ids on hold, and a held partner holds every batch
*> it had traffic in, as PARTVOL records them:
*>   RUNHIST, ARCHOUT  - lines of a held batch;
*>   PARTVOL           - lines of a held partner or a listed batch;
*>   MNTLOG            - partner master changes to a held partner;
*>   OPENOUT, SUSPOUT  - items from the run date of a held batch,
*>                       since neither carries a batch or partner.
*> A PARTVOL line PARTSTMT has not yet billed is held as well - its
*> month has no statement run on STMTLOG, or the line was written
*> on or after the latest one - and the run ends with return code 4
*> so billing hears about it. The audit archive is chained,
*> so it is only ever purged from the front: the first line kept
*> holds every line after it, and RETRPT gives the chain value of
*> the last line purged - the seed AUDITVFY needs for ARCHNEW.
*>
*> RETRPT prints the schedule and the holds in force, then per file
*> the records read, kept, extracted, and held (past the cutoff but
*> kept by a hold), with totals.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    select retPol    assign to "RETPOL"
        organization is line sequential
        file status  is retPolStatus.
    select holdLst   assign to "HOLDLST"
        organization is line sequential
        file status  is holdLstStatus.
    select stmtLog   assign to "STMTLOG"
        organization is line sequential
        file status  is stmtLogStatus.
    select runHist   assign to "RUNHIST"
        organization is line sequential
        file status  is runHistStatus.
    select runHNew   assign to "RUNHNEW"
        organization is line sequential
        file status  is runHNewStatus.
    select partVol   assign to "PARTVOL"
        organization is line sequential
        file status  is partVolStatus.
    select partVNew  assign to "PVOLNEW"
        organization is line sequential
        file status  is partVNewStatus.
    select mntLog    assign to "MNTLOG"
        organization is line sequential
        file status  is mntLogStatus.
    select mntLNew   assign to "MNTLNEW"
        organization is line sequential
        file status  is mntLNewStatus.
    select archOut   assign to "ARCHOUT"
        organization is line sequential
        file status  is archOutStatus.
    select archNew   assign to "ARCHNEW"
        organization is line sequential
        file status  is archNewStatus.
    select openOut   assign to "OPENOUT"
        organization is line sequential
        file status  is openOutStatus.
    select openNew   assign to "OPENNEW"
        organization is line sequential
        file status  is openNewStatus.
    select suspOut   assign to "SUSPOUT"
        organization is line sequential
        file status  is suspOutStatus.
    select suspNew   assign to "SUSPNEW"
        organization is line sequential
        file status  is suspNewStatus.
    select purgExt   assign to "PURGEXT"
        organization is line sequential
        file status  is purgExtStatus.
    select retRpt    assign to "RETRPT"
        organization is line sequential
        file status  is retRptStatus.

DATA DIVISION.
FILE SECTION.

*> the retention schedule: one card per file, by the name the
*> report shows, and how many days back from tonight it keeps.
*> Blank or zero days keeps the whole file.
FD  retPol.
01 retPolCard.
   05 rpFile          pic x(8).
   05 rpDays          pic 9(5).

*> legal holds: 'P' and a partner id, or 'B' and a batch id, and
*> the case or matter the hold is for.
FD  holdLst.
01 holdLstCard.
   05 hlType          pic x(1).
   05 hlId            pic x(8).
   05 hlCaseRef       pic x(20).

*> statement log, exactly as PARTSTMT appends it.
FD  stmtLog.
01 stmtLogRecord.
   05 slMonth         pic x(6).
   05 slRunDate       pic x(8).
   05 slPartners      pic 9(4).
   05 slLines         pic 9(7).
   05 slTotal         pic 9(7).

*> run history, exactly as MAINPROG writes it.
FD  runHist.
01 histRecord.
   05 histRunDate     pic x(8).
   05 histBatchId     pic x(8).
   05 histAccepted    pic 9(5).
   05 histRejected    pic 9(5).
   05 histEncrypted   pic 9(5).
   05 histDecrypted   pic 9(5).
   05 histSolved      pic 9(5).
   05 histExcp        pic 9(5).
   05 histAuditLines  pic 9(7).
   05 histAuditChain  pic 9(9).
FD  runHNew.
01 runHNewRecord     pic x(62).

*> partner volume history, exactly as MAINPROG writes it.
FD  partVol.
01 pvRecord.
   05 pvPartId        pic x(4).
   05 pvRunDate       pic x(8).
   05 pvBatchId       pic x(8).
   05 pvTotal         pic 9(5).
   05 pvEncrypted     pic 9(5).
   05 pvDecrypted     pic 9(5).
   05 pvSolved        pic 9(5).
   05 pvRouted        pic 9(5).
   05 pvRestart       pic x(1).
FD  partVNew.
01 partVNewRecord    pic x(46).

*> master change log, exactly as MSTMAINT appends it. A partner
*> change carries the partner id in the first four bytes of mlKey.
FD  mntLog.
01 mntLogRecord.
   05 mlTimestamp     pic x(14).
   05 mlOperator      pic x(8).
   05 mlFile          pic x(1).
   05 mlAction        pic x(1).
   05 mlKey           pic x(8).
   05 mlOldImage      pic x(38).
   05 mlNewImage      pic x(38).
FD  mntLNew.
01 mntLNewRecord     pic x(108).

*> the audit archive, exactly as AUDITARC writes it.
FD  archOut.
01 archRecord.
   05 archMonth       pic x(6).
   05 archAudit.
      10 arSeq        pic 9(5).
      10 arRoutine    pic x(7).
      10 arInputLen   pic 9(3).
      10 arShiftKey   pic 9(3).
      10 arKeyRef     pic x(9).
      10 arTimestamp  pic x(14).
      10 arOperator   pic x(8).
      10 arBatchId    pic x(8).
      10 arChain      pic 9(9).
FD  archNew.
01 archNewRecord     pic x(72).

*> reconciliation carry-forward, exactly as PARTRCN writes it.
FD  openOut.
01 openOutRecord.
   05 outItmRoute     pic 9(1).
   05 outItmRecNo     pic 9(5).
   05 outItmRunDate   pic x(8).
   05 outItmAge       pic 9(3).
FD  openNew.
01 openNewRecord     pic x(17).

*> suspense carry-forward, exactly as SUSPFIX writes it.
FD  suspOut.
01 suspOutRecord.
   05 suspOutRecNo    pic 9(5).
   05 suspOutReason   pic x(8).
   05 suspOutMessage  pic x(99).
   05 suspOutRunDate  pic x(8).
   05 suspOutAge      pic 9(3).
FD  suspNew.
01 suspNewRecord     pic x(123).

*> purge extract: every record dropped, whole, behind the date it
*> was purged and the file it was purged from.
FD  purgExt.
01 purgExtRecord.
   05 pxPurgeDate     pic x(8).
   05 pxFile          pic x(8).
   05 pxRecord        pic x(123).

FD  retRpt.
01 rptLine           pic x(132).

WORKING-STORAGE SECTION.
01 retPolStatus     pic x(2) value '00'.
01 holdLstStatus    pic x(2) value '00'.
01 stmtLogStatus    pic x(2) value '00'.
01 runHistStatus    pic x(2) value '00'.
01 runHNewStatus    pic x(2) value '00'.
01 partVolStatus    pic x(2) value '00'.
01 partVNewStatus   pic x(2) value '00'.
01 mntLogStatus     pic x(2) value '00'.
01 mntLNewStatus    pic x(2) value '00'.
01 archOutStatus    pic x(2) value '00'.
01 archNewStatus    pic x(2) value '00'.
01 openOutStatus    pic x(2) value '00'.
01 openNewStatus    pic x(2) value '00'.
01 suspOutStatus    pic x(2) value '00'.
01 suspNewStatus    pic x(2) value '00'.
01 purgExtStatus    pic x(2) value '00'.
01 retRptStatus     pic x(2) value '00'.

01 eofFlag          pic x(1) value 'N'.
   88 endOfFile     value 'Y'.

01 todayDate        pic x(8) value spaces.
01 wkDate           pic x(8) value spaces.
01 wkDateNum redefines wkDate pic 9(8).
01 wkDateInt        pic 9(8) value zeros.

*> the files under the schedule, in report order, and what the
*> schedule and tonight's run made of each.
01 fileNames        pic x(48)
    value 'RUNHIST PARTVOL MNTLOG  ARCHOUT OPENOUT SUSPOUT '.
01 fileNameTable redefines fileNames.
   05 fileName occurs 6 times pic x(8).
01 fileIdx          pic 9(1) value zeros.
01 curFile          pic 9(1) value zeros.
01 policyTable.
   05 policyEntry occurs 6 times.
      10 pfDays       pic 9(5).
      10 pfCutoff     pic x(8).
      10 pfOnFile     pic x(1).
      10 pfRead       pic 9(7).
      10 pfKept       pic 9(7).
      10 pfExtracted  pic 9(7).
      10 pfHeld       pic 9(7).
      10 pfLegalHeld  pic 9(7).
      10 pfRuleHeld   pic 9(7).

*> legal holds. A held partner's batches join the batch table
*> (hbListed 'N'); the run dates of every held batch seen on
*> PARTVOL or RUNHIST hold the carry-forward items of those dates.
01 heldPartCount    pic 9(4) value zeros.
01 heldPartIdx      pic 9(4) value zeros.
01 heldPartTable.
   05 heldPartEntry occurs 500 times.
      10 hpId         pic x(4).
      10 hpCaseRef    pic x(20).
01 heldBatchCount   pic 9(4) value zeros.
01 heldBatchIdx     pic 9(4) value zeros.
01 heldBatchTable.
   05 heldBatchEntry occurs 5000 times.
      10 hbId         pic x(8).
      10 hbListed     pic x(1).
      10 hbCaseRef    pic x(20).
01 heldDateCount    pic 9(4) value zeros.
01 heldDateIdx      pic 9(4) value zeros.
01 heldDateTable.
   05 heldDate occurs 5000 times pic x(8).
01 viaPartnerCount  pic 9(4) value zeros.

*> the months PARTSTMT has produced statements for, each with the
*> date of its latest statement run - volume written on or after
*> that date has not been billed yet.
01 stmtCount        pic 9(4) value zeros.
01 stmtIdx          pic 9(4) value zeros.
01 stmtTable.
   05 stmtEntry occurs 1200 times.
      10 stmtMonth    pic x(6).
      10 stmtLastRun  pic x(8).

01 lookPartner      pic x(4) value spaces.
01 lookBatch        pic x(8) value spaces.
01 lookDate         pic x(8) value spaces.
01 lookMonth        pic x(6) value spaces.
01 heldFound        pic x(1) value 'N'.
01 heldListed       pic x(1) value 'N'.
01 stmtFound        pic x(1) value 'N'.

*> the record in hand: its date, why it may not be purged (space,
*> 'L' legal hold, 'S' no statement yet, 'C' the archive chain),
*> and what became of it ('K' kept, 'X' extracted, 'H' held).
01 recDate          pic x(8) value spaces.
01 recHoldWhy       pic x(1) value space.
01 recDisp          pic x(1) value space.
01 recImage         pic x(123) value spaces.

*> the archive is purged from the front only.
01 archPurging      pic x(1) value 'Y'.
01 archSeed         pic 9(9) value zeros.
01 archSeedFound    pic x(1) value 'N'.

01 policyCount      pic 9(2) value zeros.
01 holdCardCount    pic 9(5) value zeros.
01 totalRead        pic 9(7) value zeros.
01 totalKept        pic 9(7) value zeros.
01 totalExtracted   pic 9(7) value zeros.
01 totalHeld        pic 9(7) value zeros.

PROCEDURE DIVISION.

RETAIN.
    move function current-date(1:8) to todayDate
    perform readRetentionPolicy
    perform loadLegalHolds
    perform loadStatementLog
    perform collectHeldBatches

    open extend purgExt
    if purgExtStatus not = '00'
        open output purgExt
    end-if
    if purgExtStatus not = '00'
        display 'FATAL: PURGEXT open failed, status ' purgExtStatus
        move 16 to return-code
        stop run
    end-if
    open output retRpt
    if retRptStatus not = '00'
        display 'FATAL: RETRPT open failed, status ' retRptStatus
        move 16 to return-code
        stop run
    end-if

    perform retainRunHist
    perform retainPartVol
    perform retainMntLog
    perform retainArchive
    perform retainOpenItems
    perform retainSuspense

    perform writeRetentionReport
    close purgExt
    close retRpt

*>  unbilled volume is a warning, never a failure - it simply
*>  waits for PARTSTMT.
    if pfRuleHeld(2) > 0
        display 'WARNING: ' pfRuleHeld(2) ' PARTVOL LINE(S) PAST '
            'RETENTION HELD - NOT YET ON A STATEMENT (STMTLOG)'
        move 4 to return-code
    end-if
    display 'RETAIN: READ ' totalRead ' KEPT ' totalKept
        ' EXTRACTED ' totalExtracted ' HELD ' totalHeld
    stop run.

*> no schedule, no purge: a missing RETPOL stops the run. A card
*> for a file not under the schedule is reported and ignored; a
*> second card for the same file replaces the first.
readRetentionPolicy.
    move todayDate to wkDate
    compute wkDateInt = function integer-of-date(wkDateNum)
    perform varying fileIdx from 1 by 1 until fileIdx > 6
        move zeros  to pfDays(fileIdx)
        move spaces to pfCutoff(fileIdx)
        move 'N'    to pfOnFile(fileIdx)
        move zeros  to pfRead(fileIdx)
        move zeros  to pfKept(fileIdx)
        move zeros  to pfExtracted(fileIdx)
        move zeros  to pfHeld(fileIdx)
        move zeros  to pfLegalHeld(fileIdx)
        move zeros  to pfRuleHeld(fileIdx)
    end-perform

    open input retPol
    if retPolStatus not = '00'
        display 'FATAL: RETPOL not found - no retention schedule'
            ' - RUN STOPPED'
        move 16 to return-code
        stop run
    end-if
    move 'N' to eofFlag
    read retPol
        at end move 'Y' to eofFlag
    end-read
    perform until endOfFile
        move zeros to curFile
        perform varying fileIdx from 1 by 1 until fileIdx > 6
            if fileName(fileIdx) = rpFile
                move fileIdx to curFile
                exit perform
            end-if
        end-perform
        if curFile = 0
            display 'RETPOL: ' rpFile ' IS NOT UNDER THE SCHEDULE'
                ' - CARD IGNORED'
        else
            add 1 to policyCount
            move zeros  to pfDays(curFile)
            move spaces to pfCutoff(curFile)
            if rpDays numeric and rpDays > 0
                move rpDays to pfDays(curFile)
                compute wkDateNum = function date-of-integer(wkDateInt
                    - rpDays)
                move wkDate to pfCutoff(curFile)
            end-if
        end-if
        read retPol
            at end move 'Y' to eofFlag
        end-read
    end-perform
    close retPol
.

*> the hold list must be there - purging without knowing what is
*> on hold is exactly what it exists to prevent - but it may be
*> empty. A card that is neither a partner nor a batch hold stops
*> the run rather than being passed over.
loadLegalHolds.
    open input holdLst
    if holdLstStatus not = '00'
        display 'FATAL: HOLDLST not found - legal holds unknown'
            ' - RUN STOPPED'
        move 16 to return-code
        stop run
    end-if
    move 'N' to eofFlag
    read holdLst
        at end move 'Y' to eofFlag
    end-read
    perform until endOfFile
        add 1 to holdCardCount
        evaluate true
            when hlType = 'P' and hlId(1:4) not = spaces
                move hlId(1:4) to lookPartner
                perform findHeldPartner
                if heldFound = 'N'
                    if heldPartCount >= 500
                        display 'FATAL: MORE THAN 500 PARTNER HOLDS'
                            ' - RAISE heldPartTable - RUN STOPPED'
                        move 16 to return-code
                        stop run
                    end-if
                    add 1 to heldPartCount
                    move hlId(1:4) to hpId(heldPartCount)
                    move hlCaseRef to hpCaseRef(heldPartCount)
                end-if
            when hlType = 'B' and hlId not = spaces
                move hlId to lookBatch
                perform findHeldBatch
                if heldFound = 'N'
                    perform addHeldBatch
                    move hlCaseRef to hbCaseRef(heldBatchCount)
                end-if
                move 'Y' to hbListed(heldBatchIdx)
            when other
                display 'FATAL: HOLDLST CARD ' holdCardCount
                    ' IS NOT A PARTNER OR BATCH HOLD - RUN STOPPED'
                move 16 to return-code
                stop run
        end-evaluate
        read holdLst
            at end move 'Y' to eofFlag
        end-read
    end-perform
    close holdLst
.

*> no STMTLOG means no month has a statement yet, so no PARTVOL
*> line can go - not a reason to stop the other files.
loadStatementLog.
    open input stmtLog
    if stmtLogStatus not = '00'
        display 'STMTLOG not found - no PARTVOL month will be purged'
    else
        move 'N' to eofFlag
        read stmtLog
            at end move 'Y' to eofFlag
        end-read
        perform until endOfFile
            *> a run that found no partner volume billed nothing.
            if slPartners is numeric and slPartners > 0
                perform noteStatementRun
            end-if
            read stmtLog
                at end move 'Y' to eofFlag
            end-read
        end-perform
        close stmtLog
    end-if
.

noteStatementRun.
    move slMonth to lookMonth
    perform findStatementMonth
    if stmtFound = 'N'
        if stmtCount >= 1200
            display 'FATAL: MORE THAN 1200 STATEMENT MONTHS'
                ' - RAISE stmtTable - RUN STOPPED'
            move 16 to return-code
            stop run
        end-if
        add 1 to stmtCount
        move slMonth to stmtMonth(stmtCount)
        move slRunDate to stmtLastRun(stmtCount)
    else
        if slRunDate > stmtLastRun(stmtIdx)
            move slRunDate to stmtLastRun(stmtIdx)
        end-if
    end-if
.

*> a first look at PARTVOL and RUNHIST, before anything is purged:
*> every batch a held partner had traffic in goes on hold with it,
*> and the run date of every held batch is noted for the
*> carry-forward files.
collectHeldBatches.
    open input partVol
    if partVolStatus = '00'
        move 'N' to eofFlag
        read partVol
            at end move 'Y' to eofFlag
        end-read
        perform until endOfFile
            move pvPartId to lookPartner
            perform findHeldPartner
            if heldFound = 'Y'
                move pvBatchId to lookBatch
                perform findHeldBatch
                if heldFound = 'N'
                    perform addHeldBatch
                    move hpCaseRef(heldPartIdx)
                        to hbCaseRef(heldBatchCount)
                    add 1 to viaPartnerCount
                end-if
                move pvRunDate to lookDate
                perform addHeldDate
            else
                move pvBatchId to lookBatch
                perform findHeldBatch
                if heldFound = 'Y'
                    move pvRunDate to lookDate
                    perform addHeldDate
                end-if
            end-if
            read partVol
                at end move 'Y' to eofFlag
            end-read
        end-perform
        close partVol
    end-if

    open input runHist
    if runHistStatus = '00'
        move 'N' to eofFlag
        read runHist
            at end move 'Y' to eofFlag
        end-read
        perform until endOfFile
            move histBatchId to lookBatch
            perform findHeldBatch
            if heldFound = 'Y'
                move histRunDate to lookDate
                perform addHeldDate
            end-if
            read runHist
                at end move 'Y' to eofFlag
            end-read
        end-perform
        close runHist
    end-if
.

retainRunHist.
    move 1 to curFile
    open input runHist
    if runHistStatus not = '00'
        display 'RUNHIST not found - nothing to retain'
    else
        move 'Y' to pfOnFile(curFile)
        open output runHNew
        if runHNewStatus not = '00'
            display 'FATAL: RUNHNEW open failed, status '
                runHNewStatus
            move 16 to return-code
            stop run
        end-if
        move 'N' to eofFlag
        read runHist
            at end move 'Y' to eofFlag
        end-read
        perform until endOfFile
            move histRunDate to recDate
            move space to recHoldWhy
            move histBatchId to lookBatch
            perform findHeldBatch
            if heldFound = 'Y'
                move 'L' to recHoldWhy
            end-if
            move histRecord to recImage
            perform judgeRecord
            if recDisp not = 'X'
                write runHNewRecord from histRecord
            end-if
            read runHist
                at end move 'Y' to eofFlag
            end-read
        end-perform
        close runHist
        close runHNew
    end-if
.

*> a volume line is held for its partner or its own listed batch -
*> not for another partner's hold on the same batch - and, failing
*> that, for a month billing has not yet been stated.
retainPartVol.
    move 2 to curFile
    open input partVol
    if partVolStatus not = '00'
        display 'PARTVOL not found - nothing to retain'
    else
        move 'Y' to pfOnFile(curFile)
        open output partVNew
        if partVNewStatus not = '00'
            display 'FATAL: PVOLNEW open failed, status '
                partVNewStatus
            move 16 to return-code
            stop run
        end-if
        move 'N' to eofFlag
        read partVol
            at end move 'Y' to eofFlag
        end-read
        perform until endOfFile
            move pvRunDate to recDate
            move space to recHoldWhy
            move pvPartId to lookPartner
            perform findHeldPartner
            if heldFound = 'Y'
                move 'L' to recHoldWhy
            else
                move pvBatchId to lookBatch
                perform findHeldBatch
                if heldFound = 'Y' and heldListed = 'Y'
                    move 'L' to recHoldWhy
                end-if
            end-if
            if recHoldWhy = space
                move pvRunDate(1:6) to lookMonth
                perform findStatementMonth
                *> on the run date itself the line may have come after
                *> the statement, so only an earlier date counts.
                if stmtFound = 'N'
                    move 'S' to recHoldWhy
                else
                    if pvRunDate not < stmtLastRun(stmtIdx)
                        move 'S' to recHoldWhy
                    end-if
                end-if
            end-if
            move pvRecord to recImage
            perform judgeRecord
            if recDisp not = 'X'
                write partVNewRecord from pvRecord
            end-if
            read partVol
                at end move 'Y' to eofFlag
            end-read
        end-perform
        close partVol
        close partVNew
    end-if
.

retainMntLog.
    move 3 to curFile
    open input mntLog
    if mntLogStatus not = '00'
        display 'MNTLOG not found - nothing to retain'
    else
        move 'Y' to pfOnFile(curFile)
        open output mntLNew
        if mntLNewStatus not = '00'
            display 'FATAL: MNTLNEW open failed, status '
                mntLNewStatus
            move 16 to return-code
            stop run
        end-if
        move 'N' to eofFlag
        read mntLog
            at end move 'Y' to eofFlag
        end-read
        perform until endOfFile
            move mlTimestamp(1:8) to recDate
            move space to recHoldWhy
            if mlFile = 'P'
                move mlKey(1:4) to lookPartner
                perform findHeldPartner
                if heldFound = 'Y'
                    move 'L' to recHoldWhy
                end-if
            end-if
            move mntLogRecord to recImage
            perform judgeRecord
            if recDisp not = 'X'
                write mntLNewRecord from mntLogRecord
            end-if
            read mntLog
                at end move 'Y' to eofFlag
            end-read
        end-perform
        close mntLog
        close mntLNew
    end-if
.

*> the archive's lines are chained, each to the one before it, so
*> only an unbroken run of lines from the front may go: the first
*> line kept, for any reason, keeps every line after it. The chain
*> value of the last line purged seeds verification of ARCHNEW.
retainArchive.
    move 4 to curFile
    move 'Y' to archPurging
    open input archOut
    if archOutStatus not = '00'
        display 'ARCHOUT not found - nothing to retain'
    else
        move 'Y' to pfOnFile(curFile)
        open output archNew
        if archNewStatus not = '00'
            display 'FATAL: ARCHNEW open failed, status '
                archNewStatus
            move 16 to return-code
            stop run
        end-if
        move 'N' to eofFlag
        read archOut
            at end move 'Y' to eofFlag
        end-read
        perform until endOfFile
            move arTimestamp(1:8) to recDate
            move space to recHoldWhy
            move arBatchId to lookBatch
            perform findHeldBatch
            if heldFound = 'Y'
                move 'L' to recHoldWhy
            else
                if archPurging = 'N'
                    move 'C' to recHoldWhy
                end-if
            end-if
            move archRecord to recImage
            perform judgeRecord
            if recDisp = 'X'
                if arChain numeric
                    move arChain to archSeed
                else
                    move zeros to archSeed
                end-if
                move 'Y' to archSeedFound
            else
                move 'N' to archPurging
                write archNewRecord from archRecord
            end-if
            read archOut
                at end move 'Y' to eofFlag
            end-read
        end-perform
        close archOut
        close archNew
    end-if
.

retainOpenItems.
    move 5 to curFile
    open input openOut
    if openOutStatus not = '00'
        display 'OPENOUT not found - nothing to retain'
    else
        move 'Y' to pfOnFile(curFile)
        open output openNew
        if openNewStatus not = '00'
            display 'FATAL: OPENNEW open failed, status '
                openNewStatus
            move 16 to return-code
            stop run
        end-if
        move 'N' to eofFlag
        read openOut
            at end move 'Y' to eofFlag
        end-read
        perform until endOfFile
            move outItmRunDate to recDate
            move space to recHoldWhy
            move outItmRunDate to lookDate
            perform findHeldDate
            if heldFound = 'Y'
                move 'L' to recHoldWhy
            end-if
            move openOutRecord to recImage
            perform judgeRecord
            if recDisp not = 'X'
                write openNewRecord from openOutRecord
            end-if
            read openOut
                at end move 'Y' to eofFlag
            end-read
        end-perform
        close openOut
        close openNew
    end-if
.

retainSuspense.
    move 6 to curFile
    open input suspOut
    if suspOutStatus not = '00'
        display 'SUSPOUT not found - nothing to retain'
    else
        move 'Y' to pfOnFile(curFile)
        open output suspNew
        if suspNewStatus not = '00'
            display 'FATAL: SUSPNEW open failed, status '
                suspNewStatus
            move 16 to return-code
            stop run
        end-if
        move 'N' to eofFlag
        read suspOut
            at end move 'Y' to eofFlag
        end-read
        perform until endOfFile
            move suspOutRunDate to recDate
            move space to recHoldWhy
            move suspOutRunDate to lookDate
            perform findHeldDate
            if heldFound = 'Y'
                move 'L' to recHoldWhy
            end-if
            move suspOutRecord to recImage
            perform judgeRecord
            if recDisp not = 'X'
                write suspNewRecord from suspOutRecord
            end-if
            read suspOut
                at end move 'Y' to eofFlag
            end-read
        end-perform
        close suspOut
        close suspNew
    end-if
.

*> one record against its file's cutoff. Only a record with a real
*> date before the cutoff is past retention; an undated or garbled
*> one is kept, never guessed at. Past retention and not held, it
*> goes to the extract; held, it stays and is counted as held.
judgeRecord.
    add 1 to pfRead(curFile)
    move 'K' to recDisp
    if pfCutoff(curFile) not = spaces and recDate numeric
            and recDate < pfCutoff(curFile)
        if recHoldWhy = space
            move 'X' to recDisp
        else
            move 'H' to recDisp
        end-if
    end-if
    evaluate recDisp
        when 'K'
            add 1 to pfKept(curFile)
        when 'X'
            add 1 to pfExtracted(curFile)
            move todayDate         to pxPurgeDate
            move fileName(curFile) to pxFile
            move recImage          to pxRecord
            write purgExtRecord
        when 'H'
            add 1 to pfHeld(curFile)
            if recHoldWhy = 'L'
                add 1 to pfLegalHeld(curFile)
            else
                add 1 to pfRuleHeld(curFile)
            end-if
    end-evaluate
.

findHeldPartner.
    move 'N' to heldFound
    perform varying heldPartIdx from 1 by 1
            until heldPartIdx > heldPartCount
        if hpId(heldPartIdx) = lookPartner
            move 'Y' to heldFound
            exit perform
        end-if
    end-perform
.

*> heldBatchIdx is left on the entry found.
findHeldBatch.
    move 'N' to heldFound
    move 'N' to heldListed
    perform varying heldBatchIdx from 1 by 1
            until heldBatchIdx > heldBatchCount
        if hbId(heldBatchIdx) = lookBatch
            move 'Y' to heldFound
            move hbListed(heldBatchIdx) to heldListed
            exit perform
        end-if
    end-perform
.

addHeldBatch.
    if heldBatchCount >= 5000
        display 'FATAL: MORE THAN 5000 HELD BATCHES'
            ' - RAISE heldBatchTable - RUN STOPPED'
        move 16 to return-code
        stop run
    end-if
    add 1 to heldBatchCount
    move heldBatchCount to heldBatchIdx
    move lookBatch to hbId(heldBatchCount)
    move 'N'       to hbListed(heldBatchCount)
    move spaces    to hbCaseRef(heldBatchCount)
.

findHeldDate.
    move 'N' to heldFound
    perform varying heldDateIdx from 1 by 1
            until heldDateIdx > heldDateCount
        if heldDate(heldDateIdx) = lookDate
            move 'Y' to heldFound
            exit perform
        end-if
    end-perform
.

addHeldDate.
    perform findHeldDate
    if heldFound = 'N'
        if heldDateCount >= 5000
            display 'FATAL: MORE THAN 5000 HELD RUN DATES'
                ' - RAISE heldDateTable - RUN STOPPED'
            move 16 to return-code
            stop run
        end-if
        add 1 to heldDateCount
        move lookDate to heldDate(heldDateCount)
    end-if
.

findStatementMonth.
    move 'N' to stmtFound
    perform varying stmtIdx from 1 by 1 until stmtIdx > stmtCount
        if stmtMonth(stmtIdx) = lookMonth
            move 'Y' to stmtFound
            exit perform
        end-if
    end-perform
.

writeRetentionReport.
    move spaces to rptLine
    string 'RETENTION AND PURGE REPORT - RUN DATE ' todayDate
        delimited by size into rptLine
    write rptLine
    move spaces to rptLine
    write rptLine

*>  the schedule as it stood for this run - the written retention
*>  schedule the auditors ask for, with the cutoff it produced.
    move 'RETENTION SCHEDULE :' to rptLine
    write rptLine
    perform varying fileIdx from 1 by 1 until fileIdx > 6
        move spaces to rptLine
        if pfCutoff(fileIdx) = spaces
            string '    ' fileName(fileIdx)
                ' NO RETENTION PERIOD - KEPT IN FULL'
                delimited by size into rptLine
        else
            string '    ' fileName(fileIdx) ' KEEP '
                pfDays(fileIdx) ' DAYS - PURGE BEFORE '
                pfCutoff(fileIdx)
                delimited by size into rptLine
        end-if
        write rptLine
    end-perform

    move spaces to rptLine
    write rptLine
    move 'LEGAL HOLDS :' to rptLine
    write rptLine
    if heldPartCount = 0 and heldBatchCount = 0
        move '    NONE' to rptLine
        write rptLine
    end-if
    perform varying heldPartIdx from 1 by 1
            until heldPartIdx > heldPartCount
        move spaces to rptLine
        string '    PARTNER ' hpId(heldPartIdx) '     CASE '
            hpCaseRef(heldPartIdx)
            delimited by size into rptLine
        write rptLine
    end-perform
    perform varying heldBatchIdx from 1 by 1
            until heldBatchIdx > heldBatchCount
        if hbListed(heldBatchIdx) = 'Y'
            move spaces to rptLine
            string '    BATCH   ' hbId(heldBatchIdx) ' CASE '
                hbCaseRef(heldBatchIdx)
                delimited by size into rptLine
            write rptLine
        end-if
    end-perform
    if viaPartnerCount > 0
        move spaces to rptLine
        string '    BATCHES HELD WITH A HELD PARTNER : '
            viaPartnerCount
            delimited by size into rptLine
        write rptLine
    end-if

    move spaces to rptLine
    write rptLine
    move 'FILE        READ    KEPT  EXTRACTED    HELD' to rptLine
    write rptLine
    perform varying fileIdx from 1 by 1 until fileIdx > 6
        move spaces to rptLine
        if pfOnFile(fileIdx) = 'N'
            string fileName(fileIdx) '  NOT ON FILE'
                delimited by size into rptLine
            write rptLine
        else
            string fileName(fileIdx) ' ' pfRead(fileIdx) ' '
                pfKept(fileIdx) '    ' pfExtracted(fileIdx) ' '
                pfHeld(fileIdx)
                delimited by size into rptLine
            write rptLine
            add pfRead(fileIdx)      to totalRead
            add pfKept(fileIdx)      to totalKept
            add pfExtracted(fileIdx) to totalExtracted
            add pfHeld(fileIdx)      to totalHeld
            perform writeHeldDetail
        end-if
    end-perform
    move spaces to rptLine
    string 'TOTAL    ' totalRead ' ' totalKept '    '
        totalExtracted ' ' totalHeld
        delimited by size into rptLine
    write rptLine

    move spaces to rptLine
    write rptLine
    move spaces to rptLine
    if archSeedFound = 'Y'
        string 'ARCHNEW CHAIN SEED : ' archSeed
            ' (CHAIN VALUE OF THE LAST ARCHIVE LINE PURGED)'
            delimited by size into rptLine
    else
        move 'ARCHNEW CHAIN SEED : UNCHANGED - NO ARCHIVE LINE PURGED'
            to rptLine
    end-if
    write rptLine
.

*> why the held records of a file were held.
writeHeldDetail.
    if pfLegalHeld(fileIdx) > 0
        move spaces to rptLine
        string '    LEGAL HOLD         : ' pfLegalHeld(fileIdx)
            delimited by size into rptLine
        write rptLine
    end-if
    if pfRuleHeld(fileIdx) > 0
        move spaces to rptLine
        if fileIdx = 2
            string '    NO STATEMENT YET   : ' pfRuleHeld(fileIdx)
                delimited by size into rptLine
        else
            string '    BEHIND A KEPT LINE : ' pfRuleHeld(fileIdx)
                delimited by size into rptLine
        end-if
        write rptLine
    end-if
.
