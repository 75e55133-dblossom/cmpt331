IDENTIFICATION DIVISION.
PROGRAM-ID.   AUDITVFY.
AUTHOR.       Dan Blossom

*> audit chain verification: every audit line MAINPROG writes (and
*> every ARCHIVE cutoff line AUDITARC writes) carries a check value
*> computed from its own content and the value on the line before
*> it. This program walks either the live trail (AUDITOUT) or the
*> audit archive (ARCHIN - ARCHOUT, or several months of it
*> concatenated in order), recomputes every value, and reports each
*> place the chain breaks: a removed, inserted, reordered or edited
*> line shows up as a mismatch at the first line after the damage.
*> The report names the line number, sequence, timestamp, batch and
*> operator of the failing line and of the last line that verified.
*> After a break the walk resyncs on the stored value so one bad
*> spot doesn't report every line after it.
*>
*> Lines written before the trail was chained carry no check value;
*> they are accepted only as a leading block (the chain starts from
*> zero after them), and only when VFYPARM says the file is expected
*> to have one - otherwise a trail with its check values blanked
*> would pass as all lead. An unchained line after chained ones is
*> itself a break.
*>
*> The chain alone can't show lines cut from the end of the file:
*> what is left still chains. So the walk is anchored on where the
*> trail ended the last time something wrote to it, as recorded off
*> the trail - the audit figures on MAINPROG's RUNHIST line, the
*> AUDIT TRAIL line on REVRPT or RKRPT, or AUDITNEW ENDS AT LINE on
*> AUDRPT. The file must reach that line and the line must carry
*> that check value; lines after it are later appends and are
*> verified by the chain as usual.
*>
*> VFYPARM: source 'A' for AUDITOUT, 'R' for ARCHIN; the seed - the
*> check value of the line before the first one on the file, zero
*> (or blank) when the file starts at the beginning of the trail,
*> for an AUDITNEW swapped in by AUDITARC the CHAIN SEED line on
*> that run's AUDRPT; the anchor's line count and check value; and
*> 'Y' when an unchained leading block is expected.
*>
*> Return code 8 when any break is found or an unexpected unchained
*> lead is seen, 4 when the chain verified but no anchor was given
*> to prove its end.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    select vfyParm   assign to "VFYPARM"
        organization is line sequential
        file status  is vfyParmStatus.
    select auditOut  assign to "AUDITOUT"
        organization is line sequential
        file status  is auditOutStatus.
    select archIn    assign to "ARCHIN"
        organization is line sequential
        file status  is archInStatus.
    select vfyRpt    assign to "VFYRPT"
        organization is line sequential
        file status  is vfyRptStatus.

DATA DIVISION.
FILE SECTION.

*> single parameter card.
FD  vfyParm.
01 vfyParmCard.
   05 parmSource      pic x(1).
   05 parmSeed        pic x(9).
   05 parmAnchorLines pic x(7).
   05 parmAnchorChain pic x(9).
   05 parmLegacyOk    pic x(1).

*> the live trail, exactly as MAINPROG writes it.
FD  auditOut.
01 auditOutRecord    pic x(66).

*> the archive, exactly as AUDITARC writes it: month prefix, then
*> the audit line byte for byte.
FD  archIn.
01 archRecord.
   05 archMonth       pic x(6).
   05 archAudit       pic x(66).

FD  vfyRpt.
01 rptLine           pic x(132).

WORKING-STORAGE SECTION.
01 vfyParmStatus    pic x(2) value '00'.
01 auditOutStatus   pic x(2) value '00'.
01 archInStatus     pic x(2) value '00'.
01 vfyRptStatus     pic x(2) value '00'.

01 eofFlag          pic x(1) value 'N'.
   88 endOfFile     value 'Y'.

01 sourceCode       pic x(1) value 'A'.
   88 sourceLive    value 'A'.
   88 sourceArchive value 'R'.
01 sourceName       pic x(8) value 'AUDITOUT'.

*> the line under test, in MAINPROG's audit layout.
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

*> chain arithmetic, identical to MAINPROG's computeAuditChain.
01 seedChain        pic 9(9) value zeros.
01 lastAuditChain   pic 9(9) value zeros.
01 expectedChain    pic 9(9) value zeros.
01 chainSum         pic 9(9) value zeros.
01 chainIdx         pic 9(3) value zeros.

*> once the first chained line is seen, unchained lines are breaks.
01 chainedFlag      pic x(1) value 'N'.
   88 chainStarted  value 'Y'.

*> the anchor: where the trail ended when last written, and whether
*> an unchained leading block is allowed.
01 anchorLines      pic 9(7) value zeros.
01 anchorChain      pic 9(9) value zeros.
01 legacyOkFlag     pic x(1) value 'N'.
01 legacyBadFlag    pic x(1) value 'N'.
01 afterAnchorCount pic 9(7) value zeros.

01 lineNo           pic 9(7) value zeros.
01 legacyCount      pic 9(7) value zeros.
01 verifiedCount    pic 9(7) value zeros.
01 breakCount       pic 9(7) value zeros.

*> the last line that verified, for the break report.
01 goodLineNo       pic 9(7) value zeros.
01 goodSeq          pic 9(5) value zeros.
01 goodTimestamp    pic x(14) value spaces.
01 goodBatchId      pic x(8) value spaces.

PROCEDURE DIVISION.

AUDITVFY.
    perform readParmCard

    if sourceArchive
        open input archIn
        if archInStatus not = '00'
            display 'FATAL: ARCHIN open failed, status ' archInStatus
            move 16 to return-code
            stop run
        end-if
    else
        open input auditOut
        if auditOutStatus not = '00'
            display 'FATAL: AUDITOUT open failed, status '
                auditOutStatus
            move 16 to return-code
            stop run
        end-if
    end-if
    open output vfyRpt
    if vfyRptStatus not = '00'
        display 'FATAL: VFYRPT open failed, status ' vfyRptStatus
        move 16 to return-code
        stop run
    end-if

    move spaces to rptLine
    string 'AUDIT CHAIN VERIFICATION - ' sourceName
        ' - SEED ' seedChain delimited by size into rptLine
    write rptLine
    move spaces to rptLine
    if anchorLines > 0
        string 'ANCHOR - LINE ' anchorLines ' CHECK VALUE '
            anchorChain delimited by size into rptLine
    else
        move 'NO ANCHOR - END OF TRAIL NOT CHECKED' to rptLine
    end-if
    write rptLine
    move spaces to rptLine
    write rptLine

    move seedChain to lastAuditChain
    perform readAuditLine
    perform until endOfFile
        perform verifyAuditLine
        if anchorLines > 0 and lineNo = anchorLines
            perform checkAnchorLine
        end-if
        perform readAuditLine
    end-perform

*>  a file that stops short of the anchor has lost its tail.
    if anchorLines > 0 and lineNo < anchorLines
        add 1 to breakCount
        move spaces to rptLine
        string 'TRAIL ENDS AT LINE ' lineNo ' - ANCHOR IS LINE '
            anchorLines ' - LINES MISSING FROM THE END'
            delimited by size into rptLine
        write rptLine
    end-if
    if legacyCount > 0 and legacyOkFlag not = 'Y'
        move 'Y' to legacyBadFlag
    end-if

    perform writeTotals

    if sourceArchive
        close archIn
    else
        close auditOut
    end-if
    close vfyRpt

    evaluate true
        when breakCount > 0
            display 'AUDITVFY: ' sourceName ' CHAIN BROKEN - '
                breakCount ' BREAK(S) IN ' lineNo ' LINES'
            move 8 to return-code
        when legacyBadFlag = 'Y'
            display 'AUDITVFY: ' sourceName ' CHAIN NOT PROVEN - '
                legacyCount ' UNCHAINED LINE(S) NOT EXPECTED'
            move 8 to return-code
        when anchorLines = 0
            display 'AUDITVFY: ' sourceName ' CHAIN INTACT - '
                lineNo ' LINES - END NOT ANCHORED'
            move 4 to return-code
        when other
            display 'AUDITVFY: ' sourceName ' CHAIN INTACT - '
                lineNo ' LINES'
    end-evaluate
    stop run.

*> the card is optional: no card verifies AUDITOUT from a zero seed.
readParmCard.
    open input vfyParm
    if vfyParmStatus = '00'
        read vfyParm
            at end continue
        end-read
        if vfyParmStatus = '00'
            if parmSource = 'R'
                move 'R'      to sourceCode
                move 'ARCHIN' to sourceName
            end-if
            if parmSeed numeric
                move parmSeed to seedChain
            end-if
            if parmAnchorLines numeric and parmAnchorChain numeric
                move parmAnchorLines to anchorLines
                move parmAnchorChain to anchorChain
            end-if
            if parmLegacyOk = 'Y'
                move 'Y' to legacyOkFlag
            end-if
        end-if
        close vfyParm
    end-if
.

readAuditLine.
    if sourceArchive
        read archIn
            at end move 'Y' to eofFlag
        end-read
        if not endOfFile
            move archAudit to auditRecord
        end-if
    else
        read auditOut
            at end move 'Y' to eofFlag
        end-read
        if not endOfFile
            move auditOutRecord to auditRecord
        end-if
    end-if
    if not endOfFile
        add 1 to lineNo
    end-if
.

verifyAuditLine.
*>  a line without a check value: fine ahead of the chain, a break
*>  inside it. Either way the next line chains from zero, as
*>  MAINPROG would have chained it.
    if auditChain not numeric
        if chainStarted
            add 1 to breakCount
            move zeros to expectedChain
            perform writeBreakLine
        else
            add 1 to legacyCount
        end-if
        move zeros to lastAuditChain
    else
        move 'Y' to chainedFlag
        perform computeExpectedChain
        if auditChain = expectedChain
            add 1 to verifiedCount
            move lineNo         to goodLineNo
            move auditSeq       to goodSeq
            move auditTimestamp to goodTimestamp
            move auditBatchId   to goodBatchId
        else
            add 1 to breakCount
            perform writeBreakLine
        end-if
*>      resync on what the file says, so the line after a break is
*>      judged on its own.
        move auditChain to lastAuditChain
    end-if
.

*> computed exactly as MAINPROG's computeAuditChain: the line's first
*> 57 bytes weighted by position, folded with the previous line's
*> value, modulo the prime 999,999,937.
computeExpectedChain.
    move zeros to chainSum
    perform varying chainIdx from 1 by 1 until chainIdx > 57
        compute chainSum = function mod(chainSum
            + function ord(auditRecord(chainIdx:1)) * chainIdx,
            999999937)
    end-perform
    compute expectedChain = function mod(lastAuditChain * 31
        + chainSum, 999999937)
.

*> the anchor line must carry the check value recorded for it.
checkAnchorLine.
    if auditChain not numeric or auditChain not = anchorChain
        add 1 to breakCount
        move spaces to rptLine
        string 'ANCHOR MISMATCH AT LINE ' lineNo
            ' SEQ ' auditSeq
            ' TIME ' auditTimestamp
            ' BATCH ' auditBatchId
            delimited by size into rptLine
        write rptLine
        move spaces to rptLine
        string '    STORED ' auditChain(1:9)
            ' ANCHOR ' anchorChain
            delimited by size into rptLine
        write rptLine
    end-if
.

writeBreakLine.
    move spaces to rptLine
    string 'CHAIN BREAK AT LINE ' lineNo
        ' SEQ ' auditSeq
        ' TIME ' auditTimestamp
        ' BATCH ' auditBatchId
        ' OPER ' auditOperator
        ' ROUTINE ' auditRoutine
        delimited by size into rptLine
    write rptLine
    move spaces to rptLine
    if auditChain numeric
        string '    STORED ' auditChain
            ' EXPECTED ' expectedChain
            delimited by size into rptLine
    else
        string '    STORED ' auditChain(1:9)
            ' - LINE CARRIES NO CHECK VALUE'
            delimited by size into rptLine
    end-if
    write rptLine
    move spaces to rptLine
    if goodLineNo = 0
        string '    NO LINE VERIFIED BEFORE THIS ONE'
            delimited by size into rptLine
    else
        string '    LAST GOOD LINE ' goodLineNo
            ' SEQ ' goodSeq
            ' TIME ' goodTimestamp
            ' BATCH ' goodBatchId
            delimited by size into rptLine
    end-if
    write rptLine
.

writeTotals.
    move spaces to rptLine
    write rptLine
    move spaces to rptLine
    string 'LINES READ     : ' lineNo delimited by size into rptLine
    write rptLine
    move spaces to rptLine
    string 'UNCHAINED LEAD : ' legacyCount
        delimited by size into rptLine
    write rptLine
    move spaces to rptLine
    string 'VERIFIED       : ' verifiedCount
        delimited by size into rptLine
    write rptLine
    move spaces to rptLine
    string 'BREAKS         : ' breakCount
        delimited by size into rptLine
    write rptLine
    move spaces to rptLine
    string 'FINAL CHAIN    : ' lastAuditChain
        delimited by size into rptLine
    write rptLine
    if anchorLines > 0 and lineNo > anchorLines
        compute afterAnchorCount = lineNo - anchorLines
        move spaces to rptLine
        string 'AFTER ANCHOR   : ' afterAnchorCount
            delimited by size into rptLine
        write rptLine
    end-if
    move spaces to rptLine
    evaluate true
        when breakCount > 0
            move 'RESULT: CHAIN BROKEN' to rptLine
        when legacyBadFlag = 'Y'
            move 'RESULT: CHAIN NOT PROVEN - UNCHAINED LEAD NOT EXPECTED'
                to rptLine
        when anchorLines = 0
            move 'RESULT: CHAIN INTACT - END NOT ANCHORED' to rptLine
        when other
            move 'RESULT: CHAIN INTACT' to rptLine
    end-evaluate
    write rptLine
.
