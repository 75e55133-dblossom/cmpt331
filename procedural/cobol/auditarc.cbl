*> AUDRPT covers what was archived: calls per operator with first
*> and last activity timestamps, calls per routine, and calls per
*> shift key - the numbers a security review actually asks for.
*> Every line carries MAINPROG's chained check value and is copied
*> byte for byte, so the chain runs on unbroken from the archive's
*> last line into AUDITNEW's first. AUDITNEW is closed with one
*> ARCHIVE line of its own, chained like any other, recording the
*> cutoff - the next MAINPROG run chains from it even when nothing
*> was retained, and the trail itself shows every cutoff ever made.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
   05 auditTimestamp  pic x(14).
   05 auditOperator   pic x(8).
   05 auditBatchId    pic x(8).
   05 auditChain      pic 9(9).

*> single parameter card: the cutoff date. Lines dated before it
*> are archived; the rest stay live.
FD  archOut.
01 archRecord.
   05 archMonth       pic x(6).
   05 archAudit       pic x(66).

FD  auditNew.
01 auditNewRecord    pic x(66).

FD  audRpt.
01 rptLine           pic x(132).
01 archivedCount    pic 9(7) value zeros.
01 retainedCount    pic 9(7) value zeros.

*> audit chain carry: the check value of the last line archived
*> (the seed AUDITVFY needs to verify AUDITNEW on its own) and of
*> the last line read at all, which the cutoff line chains from.
01 lastAuditChain   pic 9(9) value zeros.
01 archSeedChain    pic 9(9) value zeros.

*> where AUDITNEW ends - its line count and the cutoff line's check
*> value - for AUDITVFY to anchor on once it is swapped in.
01 newLineCount     pic 9(7) value zeros.
01 newFinalChain    pic 9(9) value zeros.
01 chainSum         pic 9(9) value zeros.
01 chainIdx         pic 9(3) value zeros.
01 currentTimestamp pic x(21) value spaces.

*> activity tallies over the archived lines.
01 operCount        pic 9(2) value zeros.
01 operIdx          pic 9(2) value zeros.
        end-read
    end-perform

    perform writeCutoffLine
    perform writeActivityReport

    close auditOut
*> one line in, one destination out: older than the cutoff goes to
*> the archive (and into the activity tallies), the rest stays live.
dispatchAuditLine.
    if auditChain numeric
        move auditChain to lastAuditChain
    else
        move zeros to lastAuditChain
    end-if
    if auditTimestamp(1:8) < cutoffDate
        move auditTimestamp(1:6) to archMonth
        move auditRecord         to archAudit
        write archRecord
        add 1 to archivedCount
        move lastAuditChain to archSeedChain
        perform tallyOperator
        perform tallyRoutine
        perform tallyShiftKey
    end-if
.

*> the cutoff line closes AUDITNEW: routine ARCHIVE, operator
*> AUDITARC, the cutoff date in the batch-id slot, and the number
*> of lines archived (modulo the sequence field's width) in the
*> sequence slot - chained from the last line read, archived or
*> retained, so the live trail picks up exactly where it left off.
writeCutoffLine.
    move spaces to auditRecord
    compute auditSeq = function mod(archivedCount, 100000)
    move 'ARCHIVE'  to auditRoutine
    move zeros      to auditInputLen
    move zeros      to auditShiftKey
    move spaces     to auditKeyRef
    move function current-date to currentTimestamp
    move currentTimestamp(1:14) to auditTimestamp
    move 'AUDITARC' to auditOperator
    move cutoffDate to auditBatchId
    perform computeAuditChain
    move auditRecord to auditNewRecord
    write auditNewRecord
    compute newLineCount = retainedCount + 1
    move auditChain to newFinalChain
.

*> the chained check value, computed exactly as MAINPROG's
*> computeAuditChain does: the line's first 57 bytes weighted by
*> position, folded with the previous line's value, modulo the
*> prime 999,999,937.
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

tallyOperator.
    move zeros to operFoundIdx
    perform varying operIdx from 1 by 1 until operIdx > operCount
    move spaces to rptLine
    string 'RETAINED : ' retainedCount delimited by size into rptLine
    write rptLine
*>  the seed AUDITVFY needs to verify AUDITNEW without the archive
*>  in front of it: the check value of the last line archived.
    move spaces to rptLine
    string 'CHAIN SEED FOR AUDITNEW : ' archSeedChain
        delimited by size into rptLine
    write rptLine
    move spaces to rptLine
    string 'AUDITNEW ENDS AT LINE   : ' newLineCount
        ' CHECK VALUE ' newFinalChain
        delimited by size into rptLine
    write rptLine
    move spaces to rptLine
    write rptLine

