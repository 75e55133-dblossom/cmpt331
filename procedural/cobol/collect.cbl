*> traffic waits for a retransmission, everyone else's runs
*> tonight. The receipt report on COLLRPT shows, per partner file,
*> what arrived, what was verified, and what was held out and why.
*> The consolidated batch is tonight's run date; COLLECT is the
*> first step of the cycle on the run-control ledger and will not
*> build the same batch twice without a RUNOVRD card.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        organization is line sequential
        file status  is partIn4Status.
    select partFile  assign to "PARTFILE"
        organization is indexed
        access mode  is random
        record key   is partId
        file status  is partFileStatus.
    select collOut   assign to "TRANIN"
        organization is line sequential
    select collRpt   assign to "COLLRPT"
        organization is line sequential
        file status  is collRptStatus.
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
   05 partDefShift    pic 9(3).
   05 partDefKeyText  pic x(9).
   05 partRoute       pic 9(1).
   05 partLang        pic x(2).

*> the consolidated batch, in TRANIN layout: one composite header,
*> the merged details, one recomputed trailer.
FD  collRpt.
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
01 partIn1Status    pic x(2) value '00'.
01 partIn2Status    pic x(2) value '00'.
01 fileBatchId      pic x(8) value spaces.
01 hashIdx          pic 9(3) value zeros.

*> partner master lookup: a keyed read per inbound file, the same
*> way MAINPROG resolves a message's partner.
01 partOpenFlag     pic x(1) value 'N'.
01 partLookupFlag   pic x(1) value 'N'.

*> consolidated batch control: recomputed while copying, never
*> trusted from the inbound trailers.
01 absentFiles      pic 9(1) value zeros.
01 todayDate        pic x(8) value spaces.

*> run-control ledger: this step, the batch it is running for, and
*> the step that must have completed cleanly for that batch first.
01 runCtlStatus     pic x(2) value '00'.
01 runOvrdStatus    pic x(2) value '00'.
01 ledgerStep       pic x(8) value 'COLLECT'.
01 ledgerPrereq     pic x(8) value spaces.
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

COLLECT.
    move function current-date(1:8) to todayDate
    move todayDate to ledgerBatchId
    perform startRunLedger

    perform openPartnerFile

    open output collOut
    if collOutStatus not = '00'
        display 'FATAL: TRANIN open failed, status ' collOutStatus
        move 16 to return-code
        perform failRunLedger
        stop run
    end-if
    open output collRpt
    if collRptStatus not = '00'
        display 'FATAL: COLLRPT open failed, status ' collRptStatus
        move 16 to return-code
        perform failRunLedger
        stop run
    end-if

    move spaces to rptLine
    string 'PARTNER INBOUND RECEIPT REPORT - RUN DATE ' todayDate
        delimited by size into rptLine

    close collOut
    close collRpt
    if partOpenFlag = 'Y'
        close partFile
    end-if

    display 'COLLECT: MERGED ' mergedFiles ' FILE(S), '
        mergedCount ' DETAIL(S), HELD ' heldFiles
    if heldFiles > 0 and return-code = 0
        move 4 to return-code
    end-if
    perform finishRunLedger
    stop run.

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

*> the partner master stays open for the run, the way MAINPROG
*> keeps it. A missing PARTFILE is not fatal on its own - it only
*> means every inbound file will fail its partner check.
openPartnerFile.
    move 'N' to partOpenFlag
    open input partFile
    if partFileStatus = '00'
        move 'Y' to partOpenFlag
    else
        display 'PARTFILE not found - inbound files will be held'
    end-if
    end-if
.

*> resolve the file's partner id by keyed read against the master.
*> Only an active ('A') partner may deliver traffic through the
*> collector.
resolvePartner.
    move 'N' to partLookupFlag
    if partOpenFlag = 'Y'
        move filePartnerId to partId
        read partFile record
            invalid key continue
            not invalid key
                if partStatus = 'A'
                    move 'Y' to partLookupFlag
                end-if
        end-read
    end-if
.

*> copy pass: the file already verified whole, so its details go
