*> entry must point at a real TRANOUT record. Every record number
*> that cannot be accounted for - missing, duplicated, or orphaned -
*> is listed on BALRPT, and the run ends with return code 8 when
*> out of balance so the scheduler holds downstream jobs. The
*> run-control ledger must show MAINPROG completed cleanly for the
*> TRANIN batch, so a TRANOUT left over from another night is never
*> balanced against it.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    select balRpt    assign to "BALRPT"
        organization is line sequential
        file status  is balRptStatus.
    select runCtl    assign to "RUNCTL"
        organization is indexed
        access mode  is dynamic
        record key   is rlKey
        file status  is runCtlStatus.
    select runOvrd   assign to "RUNOVRD"
        organization is line sequential
        file status  is runOvrdStatus.

DATA DIVISION.
FILE SECTION.
   05 auditTimestamp  pic x(14).
   05 auditOperator   pic x(8).
   05 auditBatchId    pic x(8).
   05 auditChain      pic 9(9).

FD  balRpt.
01 rptLine           pic x(132).

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

*> override cards, exactly as MAINPROG declares them.
FD  runOvrd.
01 runOvrdCard.
   05 ovBatchId       pic x(8).
   05 ovStep          pic x(8).
   05 ovOperator      pic x(8).
   05 ovReason        pic x(40).

WORKING-STORAGE SECTION.
01 tranInStatus     pic x(2) value '00'.
01 tranOutStatus    pic x(2) value '00'.
*> toward the audit-versus-accepted comparison.
01 batchId          pic x(8) value spaces.

*> run-control ledger: this step, the batch it is running for, and
*> the step that must have completed cleanly for that batch first.
01 runCtlStatus     pic x(2) value '00'.
01 runOvrdStatus    pic x(2) value '00'.
01 ledgerStep       pic x(8) value 'BALANCE'.
01 ledgerPrereq     pic x(8) value 'MAINPROG'.
01 ledgerBatchId    pic x(8) value spaces.
01 ledgerRunNo      pic 9(3) value zeros.
01 ledgerFindStep   pic x(8) value spaces.
01 ledgerLastStatus pic x(1) value space.
01 ledgerBlock      pic x(8) value spaces.
01 ledgerEofFlag    pic x(1) value 'N'.
   88 ledgerEndOfFile value 'Y'.
01 ledgerTimestamp  pic x(21) value spaces.
01 ledgerOpenFlag   pic x(1) value 'N'.
01 ovrdFound        pic x(1) value 'N'.
01 ovrdEofFlag      pic x(1) value 'N'.
   88 ovrdEndOfFile value 'Y'.
01 ovrdOperator     pic x(8) value spaces.
01 ovrdReason       pic x(40) value spaces.

PROCEDURE DIVISION.

BALANCE.
    perform peekBatchHeader
    perform startRunLedger

    open output balRpt
    if balRptStatus not = '00'
        display 'FATAL: BALRPT open failed, status ' balRptStatus
        move 16 to return-code
        perform failRunLedger
        stop run
    end-if

            problemCount ' PROBLEM(S), SEE BALRPT'
        move 8 to return-code
    end-if
    perform finishRunLedger
    stop run.

*> the batch id off the TRANIN header, read ahead exactly as
*> MAINPROG reads it for the ledger.
peekBatchHeader.
    move spaces to ledgerBatchId
    open input tranIn
    if tranInStatus not = '00'
        display 'FATAL: TRANIN open failed, status ' tranInStatus
        move 16 to return-code
        stop run
    end-if
    move 'N' to eofFlag
    read tranIn
        at end move 'Y' to eofFlag
    end-read
    perform until endOfFile
        if tranRecType = 'H'
            move hdrBatchId to ledgerBatchId
            move 'Y' to eofFlag
        else
            read tranIn
                at end move 'Y' to eofFlag
            end-read
        end-if
    end-perform
    close tranIn
    if ledgerBatchId = spaces
        display 'FATAL: TRANIN HAS NO BATCH HEADER - NO BATCH ID '
            'TO CONTROL - RUN STOPPED'
        move 16 to return-code
        stop run
    end-if
.

*> the run-control gate, exactly as MAINPROG applies it: the
*> prerequisite step must have completed cleanly for this batch,
*> and this step must not already have run to the end for it,
*> unless a RUNOVRD card for this batch and step says otherwise.
startRunLedger.
    perform openRunLedger
    move spaces to ledgerBlock
    if ledgerPrereq not = spaces
        move ledgerPrereq to ledgerFindStep
        perform findLedgerLatest
        if ledgerLastStatus not = 'C'
            move 'PREREQ' to ledgerBlock
        end-if
    end-if
    move ledgerStep to ledgerFindStep
    perform findLedgerLatest
    if ledgerLastStatus = 'C' or ledgerLastStatus = 'F'
        if ledgerBlock = spaces
            move 'RERUN' to ledgerBlock
        else
            move 'BOTH' to ledgerBlock
        end-if
    end-if

    if ledgerBlock not = spaces
        perform readOverrideCard
        if ovrdFound = 'N'
            close runCtl
            if ledgerBlock = 'RERUN'
                display 'RUNCTL: ' ledgerStep ' REFUSED FOR BATCH '
                    ledgerBatchId ' - ALREADY RAN AS RUN ' ledgerRunNo
            else
                display 'RUNCTL: ' ledgerStep ' REFUSED FOR BATCH '
                    ledgerBatchId ' - ' ledgerPrereq
                    ' HAS NOT COMPLETED CLEANLY'
            end-if
            display 'RUNCTL: NO RUNOVRD CARD FOR ' ledgerBatchId ' '
                ledgerStep ' - RUN STOPPED'
            move 16 to return-code
            stop run
        end-if
        display 'RUNCTL: ' ledgerStep ' BATCH ' ledgerBatchId
            ' RUNS ON OVERRIDE (' ledgerBlock ') BY ' ovrdOperator
    end-if

    if ledgerRunNo >= 999
        display 'FATAL: RUNCTL HAS 999 RUNS OF ' ledgerStep
            ' FOR BATCH ' ledgerBatchId ' - RUN STOPPED'
        move 16 to return-code
        stop run
    end-if
    add 1 to ledgerRunNo
    move spaces          to runCtlRecord
    move ledgerBatchId   to rlBatchId
    move ledgerStep      to rlStep
    move ledgerRunNo     to rlRunNo
    move 'S'             to rlStatus
    move function current-date to ledgerTimestamp
    move ledgerTimestamp(1:14) to rlStartTs
    move zeros           to rlRetCode
    if ledgerBlock not = spaces
        move 'Y'          to rlOverride
        move ledgerBlock  to rlOvrCause
        move ovrdOperator to rlOvrOperator
        move ovrdReason   to rlOvrReason
    end-if
    write runCtlRecord
        invalid key
            display 'FATAL: RUNCTL write failed, status ' runCtlStatus
            move 16 to return-code
            stop run
    end-write
    move 'Y' to ledgerOpenFlag
    close runCtl
.

*> the latest attempt on file for one step of this batch: its
*> attempt number and status, or zero and a blank when the step has
*> never run for it. ledgerRunNo is left at the last attempt seen.
findLedgerLatest.
    move zeros to ledgerRunNo
    move space to ledgerLastStatus
    move 'N' to ledgerEofFlag
    move ledgerBatchId  to rlBatchId
    move ledgerFindStep to rlStep
    move zeros          to rlRunNo
    start runCtl key is >= rlKey
        invalid key move 'Y' to ledgerEofFlag
    end-start
    perform until ledgerEndOfFile
        read runCtl next record
            at end move 'Y' to ledgerEofFlag
        end-read
        if not ledgerEndOfFile
            if rlBatchId not = ledgerBatchId
                    or rlStep not = ledgerFindStep
                move 'Y' to ledgerEofFlag
            else
                move rlRunNo  to ledgerRunNo
                move rlStatus to ledgerLastStatus
            end-if
        end-if
    end-perform
.

*> the first override card for this batch and step wins. A card
*> with no operator or no reason is no override at all.
readOverrideCard.
    move 'N' to ovrdFound
    open input runOvrd
    if runOvrdStatus = '00'
        move 'N' to ovrdEofFlag
        read runOvrd
            at end move 'Y' to ovrdEofFlag
        end-read
        perform until ovrdEndOfFile
            if ovBatchId = ledgerBatchId and ovStep = ledgerStep
                    and ovOperator not = spaces
                    and ovReason not = spaces
                move 'Y' to ovrdFound
                move ovOperator to ovrdOperator
                move ovReason   to ovrdReason
                move 'Y' to ovrdEofFlag
            else
                read runOvrd
                    at end move 'Y' to ovrdEofFlag
                end-read
            end-if
        end-perform
        close runOvrd
    end-if
.

*> the very first run lays the ledger down empty.
openRunLedger.
    open i-o runCtl
    if runCtlStatus not = '00'
        open output runCtl
        close runCtl
        open i-o runCtl
    end-if
    if runCtlStatus not = '00'
        display 'FATAL: RUNCTL open failed, status ' runCtlStatus
        move 16 to return-code
        stop run
    end-if
.

*> the attempt this run started is closed with its return code: 'C'
*> at 4 or under, 'F' above - a failed step never satisfies the
*> next step's prerequisite without an override.
finishRunLedger.
    perform openRunLedger
    move ledgerBatchId to rlBatchId
    move ledgerStep    to rlStep
    move ledgerRunNo   to rlRunNo
    read runCtl record
        invalid key
            display 'WARNING: RUNCTL line for ' ledgerStep ' batch '
                ledgerBatchId ' run ' ledgerRunNo ' not found'
        not invalid key
            if return-code > 4
                move 'F' to rlStatus
            else
                move 'C' to rlStatus
            end-if
            move function current-date to ledgerTimestamp
            move ledgerTimestamp(1:14) to rlEndTs
            move return-code to rlRetCode
            rewrite runCtlRecord
                invalid key
                    display 'WARNING: RUNCTL rewrite failed, status '
                        runCtlStatus
            end-rewrite
    end-read
    close runCtl
.

*> a fatal stop once this run's attempt is on the ledger closes the
*> attempt 'F' at return code 16 on the way out: whatever the run
*> had already written stays written, so the next run of this step
*> for the batch needs an override, the same as after a failure.
failRunLedger.
    if ledgerOpenFlag = 'Y'
        move 'N' to ledgerOpenFlag
        perform finishRunLedger
    end-if
.

*> count the details actually delivered this run. Header and
*> trailer records carry no record number and are skipped; MAINPROG
*> already enforces the trailer's own promises.
    if tranInStatus not = '00'
        display 'FATAL: TRANIN open failed, status ' tranInStatus
        move 16 to return-code
        perform failRunLedger
        stop run
    end-if
    move 'N' to eofFlag
    if tranOutStatus not = '00'
        display 'FATAL: TRANOUT open failed, status ' tranOutStatus
        move 16 to return-code
        perform failRunLedger
        stop run
    end-if
    move 'N' to eofFlag
    if suspFileStatus not = '00'
        display 'FATAL: SUSPFILE open failed, status ' suspFileStatus
        move 16 to return-code
        perform failRunLedger
        stop run
    end-if
    move 'N' to eofFlag
.

*> one audit line is written per accepted record, so the audit
*> count has to match the TRANOUT record count. Only the cipher
*> routines' lines count: the trail also carries lines other steps
*> write under a batch id (the review workbench's MANUAL results,
*> the archive's cutoff line), and none of them is a TRANOUT record.
tallyAuditOut.
    open input auditOut
    if auditOutStatus not = '00'
        display 'FATAL: AUDITOUT open failed, status ' auditOutStatus
        move 16 to return-code
        perform failRunLedger
        stop run
    end-if
    move 'N' to eofFlag
    end-read
    perform until endOfFile
        if auditBatchId = batchId
                and (auditRoutine = 'ENCRYPT' or auditRoutine = 'DECRYPT'
                     or auditRoutine = 'SOLVE')
            add 1 to auditCount
        end-if
        read auditOut
    if excpFileStatus not = '00'
        display 'FATAL: EXCPFILE open failed, status ' excpFileStatus
        move 16 to return-code
        perform failRunLedger
        stop run
    end-if
    move 'N' to eofFlag
