IDENTIFICATION DIVISION.
PROGRAM-ID.   LEDGRPT.
AUTHOR.       Dan Blossom

*> run-control ledger status report: where every batch on RUNCTL
*> stands in the nightly cycle (COLLECT, MAINPROG, BALANCE, PARTRCN,
*> SUSPFIX). Each batch gets one line per step - how many attempts,
*> and how the latest one ended - a line for every attempt that ran
*> on an override card, with who forced it and why, and a verdict:
*> cycle complete, waiting on the next step, stopped on a failed
*> step, or a step still started (running now, or abended and never
*> closed). LEDGRPT only reads the ledger; it never changes it.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    select runCtl    assign to "RUNCTL"
        organization is indexed
        access mode  is sequential
        record key   is rlKey
        file status  is runCtlStatus.
    select ledgerRpt assign to "LEDGRPT"
        organization is line sequential
        file status  is ledgerRptStatus.

DATA DIVISION.
FILE SECTION.

*> run-control ledger, exactly as MAINPROG declares it.
FD  runCtl.
01 runCtlRecord.
   05 rlKey.
      10 rlBatchId     pic x(8).
      10 rlStep        pic x(8).
      10 rlRunNo       pic 9(3).
   05 rlStatus        pic x(1).
   05 rlStartTs       pic x(14).
   05 rlEndTs         pic x(14).
   05 rlRetCode       pic 9(3).
   05 rlOverride      pic x(1).
   05 rlOvrCause      pic x(8).
   05 rlOvrOperator   pic x(8).
   05 rlOvrReason     pic x(40).

FD  ledgerRpt.
01 rptLine           pic x(132).

WORKING-STORAGE SECTION.
01 runCtlStatus     pic x(2) value '00'.
01 ledgerRptStatus  pic x(2) value '00'.

01 eofFlag          pic x(1) value 'N'.
   88 endOfFile     value 'Y'.

01 todayDate        pic x(8) value spaces.

*> the cycle, in running order. The ledger is keyed batch, step,
*> attempt - steps come off it alphabetically - so each batch's
*> lines are gathered into this table and reported in cycle order.
01 stepNames        pic x(40)
    value 'COLLECT MAINPROGBALANCE PARTRCN SUSPFIX '.
01 stepNameTable redefines stepNames.
   05 stepName occurs 5 times pic x(8).
01 stepIdx          pic 9(1) value zeros.
01 stepFoundIdx     pic 9(1) value zeros.
01 stepTable.
   05 stepEntry occurs 5 times.
      10 stRuns      pic 9(3).
      10 stStatus    pic x(1).
      10 stRetCode   pic 9(3).
      10 stStartTs   pic x(14).
      10 stEndTs     pic x(14).

*> the override attempts of the batch in hand, listed after its
*> step lines.
01 ovrCount         pic 9(2) value zeros.
01 ovrIdx           pic 9(2) value zeros.
01 ovrTable.
   05 ovrEntry occurs 50 times.
      10 orStep      pic x(8).
      10 orRunNo     pic 9(3).
      10 orCause     pic x(8).
      10 orOperator  pic x(8).
      10 orReason    pic x(40).

01 curBatchId       pic x(8) value spaces.
01 lastStepIdx      pic 9(1) value zeros.
01 standText        pic x(60) value spaces.
01 statusText       pic x(9) value spaces.

01 batchCount       pic 9(5) value zeros.
01 completeCount    pic 9(5) value zeros.
01 waitingCount     pic 9(5) value zeros.
01 failedCount      pic 9(5) value zeros.
01 startedCount     pic 9(5) value zeros.
01 overrideCount    pic 9(5) value zeros.
01 otherStepCount   pic 9(5) value zeros.

PROCEDURE DIVISION.

LEDGRPT.
    move function current-date(1:8) to todayDate
    open output ledgerRpt
    if ledgerRptStatus not = '00'
        display 'FATAL: LEDGRPT open failed, status ' ledgerRptStatus
        move 16 to return-code
        stop run
    end-if
    move spaces to rptLine
    string 'RUN-CONTROL LEDGER STATUS - RUN DATE ' todayDate
        delimited by size into rptLine
    write rptLine
    move spaces to rptLine
    write rptLine

    open input runCtl
    if runCtlStatus not = '00'
        display 'RUNCTL not found - no batch has run under the ledger'
        move 'NO RUN-CONTROL LEDGER ON FILE' to rptLine
        write rptLine
        close ledgerRpt
        stop run
    end-if

    perform clearBatch
    move 'N' to eofFlag
    read runCtl next record
        at end move 'Y' to eofFlag
    end-read
    perform until endOfFile
        if rlBatchId not = curBatchId
            if curBatchId not = spaces
                perform reportBatch
            end-if
            perform clearBatch
            move rlBatchId to curBatchId
        end-if
        perform takeLedgerLine
        read runCtl next record
            at end move 'Y' to eofFlag
        end-read
    end-perform
    if curBatchId not = spaces
        perform reportBatch
    end-if
    close runCtl

    perform reportTotals
    close ledgerRpt

    display 'LEDGRPT: BATCHES ' batchCount ' COMPLETE ' completeCount
        ' WAITING ' waitingCount ' FAILED ' failedCount
        ' STARTED ' startedCount
    stop run.

clearBatch.
    move spaces to curBatchId
    move zeros to ovrCount
    perform varying stepIdx from 1 by 1 until stepIdx > 5
        move zeros  to stRuns(stepIdx)
        move space  to stStatus(stepIdx)
        move zeros  to stRetCode(stepIdx)
        move spaces to stStartTs(stepIdx)
        move spaces to stEndTs(stepIdx)
    end-perform
.

*> attempts come off the ledger in order, so the last one read for
*> a step is its latest.
takeLedgerLine.
    move zeros to stepFoundIdx
    perform varying stepIdx from 1 by 1 until stepIdx > 5
        if stepName(stepIdx) = rlStep
            move stepIdx to stepFoundIdx
            exit perform
        end-if
    end-perform
    if stepFoundIdx = 0
        add 1 to otherStepCount
    else
        add 1 to stRuns(stepFoundIdx)
        move rlStatus  to stStatus(stepFoundIdx)
        move rlRetCode to stRetCode(stepFoundIdx)
        move rlStartTs to stStartTs(stepFoundIdx)
        move rlEndTs   to stEndTs(stepFoundIdx)
    end-if
    if rlOverride = 'Y'
        add 1 to overrideCount
        if ovrCount >= 50
            display 'FATAL: BATCH ' rlBatchId ' HAS OVER 50 OVERRIDES'
                ' - RAISE ovrTable - RUN STOPPED'
            move 16 to return-code
            stop run
        end-if
        add 1 to ovrCount
        move rlStep        to orStep(ovrCount)
        move rlRunNo       to orRunNo(ovrCount)
        move rlOvrCause    to orCause(ovrCount)
        move rlOvrOperator to orOperator(ovrCount)
        move rlOvrReason   to orReason(ovrCount)
    end-if
.

*> the batch stands at the furthest step of the cycle it has
*> reached, judged by how that step's latest attempt ended.
reportBatch.
    add 1 to batchCount
    move zeros to lastStepIdx
    perform varying stepIdx from 1 by 1 until stepIdx > 5
        if stRuns(stepIdx) > 0
            move stepIdx to lastStepIdx
        end-if
    end-perform

    move spaces to standText
    evaluate true
        when lastStepIdx = 0
            add 1 to waitingCount
            move 'NO CYCLE STEP ON FILE' to standText
        when stStatus(lastStepIdx) = 'S'
            add 1 to startedCount
            string 'STARTED AT ' stepName(lastStepIdx)
                ' - RUNNING, OR ABENDED AND NEVER CLOSED'
                delimited by size into standText
        when stStatus(lastStepIdx) = 'F'
            add 1 to failedCount
            string 'STOPPED AT ' stepName(lastStepIdx)
                ' - FAILED, RC ' stRetCode(lastStepIdx)
                delimited by size into standText
        when lastStepIdx = 5
            add 1 to completeCount
            move 'CYCLE COMPLETE' to standText
        when other
            add 1 to waitingCount
            compute stepIdx = lastStepIdx + 1
            string stepName(lastStepIdx) ' COMPLETE - NEXT '
                stepName(stepIdx)
                delimited by size into standText
    end-evaluate

    move spaces to rptLine
    string 'BATCH ' curBatchId ' - ' standText
        delimited by size into rptLine
    write rptLine
    perform varying stepIdx from 1 by 1 until stepIdx > 5
        move spaces to rptLine
        if stRuns(stepIdx) = 0
            string '    ' stepName(stepIdx) ' NOT RUN'
                delimited by size into rptLine
        else
            evaluate stStatus(stepIdx)
                when 'C' move 'COMPLETED' to statusText
                when 'F' move 'FAILED'    to statusText
                when 'S' move 'STARTED'   to statusText
                when other move 'UNKNOWN' to statusText
            end-evaluate
            string '    ' stepName(stepIdx) ' RUNS ' stRuns(stepIdx)
                ' LAST ' statusText ' RC ' stRetCode(stepIdx)
                ' START ' stStartTs(stepIdx)
                ' END ' stEndTs(stepIdx)
                delimited by size into rptLine
        end-if
        write rptLine
    end-perform
    perform varying ovrIdx from 1 by 1 until ovrIdx > ovrCount
        move spaces to rptLine
        string '    OVERRIDE ' orStep(ovrIdx) ' RUN ' orRunNo(ovrIdx)
            ' (' orCause(ovrIdx) ') BY ' orOperator(ovrIdx)
            ' - ' orReason(ovrIdx)
            delimited by size into rptLine
        write rptLine
    end-perform
    move spaces to rptLine
    write rptLine
.

reportTotals.
    move spaces to rptLine
    string 'BATCHES         : ' batchCount
        delimited by size into rptLine
    write rptLine
    move spaces to rptLine
    string 'CYCLE COMPLETE  : ' completeCount
        delimited by size into rptLine
    write rptLine
    move spaces to rptLine
    string 'WAITING         : ' waitingCount
        delimited by size into rptLine
    write rptLine
    move spaces to rptLine
    string 'STOPPED FAILED  : ' failedCount
        delimited by size into rptLine
    write rptLine
    move spaces to rptLine
    string 'STARTED         : ' startedCount
        delimited by size into rptLine
    write rptLine
    move spaces to rptLine
    string 'OVERRIDES       : ' overrideCount
        delimited by size into rptLine
    write rptLine
    if otherStepCount > 0
        move spaces to rptLine
        string 'OTHER STEPS     : ' otherStepCount
            delimited by size into rptLine
        write rptLine
    end-if
.
