*> anything at or past the FIXPARM aging limit is flagged on the
*> report so nothing sits in suspense forever. FIXRPT lists the
*> disposition of every suspense record: corrected, written off, or
*> still suspended. The run-control ledger must show PARTRCN
*> completed cleanly for the batch whose suspense is being worked.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    select fixRpt    assign to "FIXRPT"
        organization is line sequential
        file status  is fixRptStatus.
    select runCtl    assign to "RUNCTL"
        organization is indexed
        access mode  is dynamic
        record key   is rlKey
        file status  is runCtlStatus.
    select runOvrd   assign to "RUNOVRD"
        organization is line sequential
        file status  is runOvrdStatus.
    select transmit  assign to "TRANSMIT"
        organization is line sequential
        file status  is transmitStatus.

DATA DIVISION.
FILE SECTION.
   05 corrPriority    pic x(1).

*> single parameter card: how many repair cycles an item may sit in
*> suspense before the report flags it as aging, and the batch whose
*> suspense this is (blank means the batch on the TRANSMIT
*> manifest, or tonight's run date when there is no manifest).
FD  fixParm.
01 fixParmCard.
   05 parmAgeLimit    pic 9(3).
   05 parmBatchId     pic x(8).

*> repaired transactions, in TRANIN batch layout, ready to be the
*> next run's input: a header naming this program as the origin, the
FD  fixRpt.
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

*> the transmission manifest, exactly as MAINPROG writes it.
FD  transmit.
01 mfRecord.
   05 mfBatchId       pic x(8).
   05 mfRunDate       pic x(8).
   05 mfFile          pic x(8).
   05 mfRoute         pic x(1).
   05 mfPartnerId     pic x(4).
   05 mfCount         pic 9(5).
   05 mfHash          pic 9(9).
   05 mfEmpty         pic x(1).

WORKING-STORAGE SECTION.
01 suspFileStatus   pic x(2) value '00'.
01 corrFileStatus   pic x(2) value '00'.
01 recycOutStatus   pic x(2) value '00'.
01 suspOutStatus    pic x(2) value '00'.
01 fixRptStatus     pic x(2) value '00'.
01 transmitStatus   pic x(2) value '00'.

01 suspEofFlag      pic x(1) value 'N'.
   88 suspEndOfFile value 'Y'.
01 recycHash        pic 9(9) value zeros.
01 hashIdx          pic 9(3) value zeros.
01 todayDate        pic x(8) value spaces.
01 fixBatchId       pic x(8) value spaces.

*> run-control ledger: this step, the batch it is running for, and
*> the step that must have completed cleanly for that batch first.
01 runCtlStatus     pic x(2) value '00'.
01 runOvrdStatus    pic x(2) value '00'.
01 ledgerStep       pic x(8) value 'SUSPFIX'.
01 ledgerPrereq     pic x(8) value 'PARTRCN'.
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

SUSPFIX.
    move function current-date(1:8) to todayDate
    perform readParmCard
    move fixBatchId to ledgerBatchId
    perform startRunLedger
    perform loadCorrections

    open input suspFile
    if suspFileStatus not = '00'
        display 'FATAL: SUSPFILE open failed, status ' suspFileStatus
        move 16 to return-code
        perform failRunLedger
        stop run
    end-if

    if recycOutStatus not = '00'
        display 'FATAL: RECYCLE open failed, status ' recycOutStatus
        move 16 to return-code
        perform failRunLedger
        stop run
    end-if
    open output suspOut
    if suspOutStatus not = '00'
        display 'FATAL: SUSPOUT open failed, status ' suspOutStatus
        move 16 to return-code
        perform failRunLedger
        stop run
    end-if
    open output fixRpt
    if fixRptStatus not = '00'
        display 'FATAL: FIXRPT open failed, status ' fixRptStatus
        move 16 to return-code
        perform failRunLedger
        stop run
    end-if

*>  the recycled batch gets an id of its own for the day - 'RC' and
*>  the run date - so it runs through the cycle on the ledger like
*>  any other batch instead of colliding with yesterday's recycle.
    move 'H'        to recycHdrType
    move spaces     to recycHdrBatch
    string 'RC' todayDate(3:6) delimited by size into recycHdrBatch
    move todayDate  to recycHdrDate
    move 'SUSPFIX'  to recycHdrOrigin
    write recycHeader
        ' WRITTEN OFF ' writeOffCount
        ' CARRIED ' carriedCount
        ' (AGING ' agingCount ')'
    perform finishRunLedger
    stop run.

readParmCard.
    move spaces to fixBatchId
    open input fixParm
    if fixParmStatus = '00'
        read fixParm
                and parmAgeLimit > 0
            move parmAgeLimit to ageLimit
        end-if
        if fixParmStatus = '00' and parmBatchId not = spaces
            move parmBatchId to fixBatchId
        end-if
        close fixParm
    else
        display 'FIXPARM not found - using aging limit ' ageLimit
    end-if
    if fixBatchId = spaces
        perform readManifestBatch
    end-if
    if fixBatchId = spaces
        move todayDate to fixBatchId
    end-if
.

*> the batch the suspense belongs to is the one MAINPROG ran, which
*> is COLLECT's date, not necessarily tonight's - a cycle that runs
*> past midnight would look up the wrong batch. The manifest names
*> it, as it does for PARTRCN.
readManifestBatch.
    open input transmit
    if transmitStatus = '00'
        read transmit
            at end continue
        end-read
        if transmitStatus = '00'
            move mfBatchId to fixBatchId
        end-if
        close transmit
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

loadCorrections.
                display 'FATAL: CORRFILE EXCEEDS ' corrCount
                    ' CARDS - RAISE corrTable - RUN STOPPED'
                move 16 to return-code
                perform failRunLedger
                stop run
            end-if
            add 1 to corrCount
