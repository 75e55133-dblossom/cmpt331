*> item's age reaches the RCNPARM limit the run ends with return
*> code 8, so a lost transmission pages someone tonight instead of
*> surfacing as a partner complaint a week later.
*>
*> The routed files go out H/T-wrapped, and MAINPROG lists every one
*> on the TRANSMIT manifest with its detail count and hash total.
*> Each route is checked against its manifest line twice: the file
*> still on disk must carry the totals that were transmitted, and a
*> partner acknowledgment that ends with its own 'T' trailer (the
*> count and hash total of what the partner received) must agree
*> with them. Either disagreement is reported and ends the run with
*> return code 8, the same as an item past the aging limit.
*>
*> The batch reconciled is the one the manifest names (tonight's
*> run date when there is no manifest), and the run-control ledger
*> must show BALANCE completed cleanly for it.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    select rcnRpt    assign to "RCNRPT"
        organization is line sequential
        file status  is rcnRptStatus.
    select transmit  assign to "TRANSMIT"
        organization is line sequential
        file status  is transmitStatus.
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

*> the routed output copies, in TRANOUT record layout between
*> MAINPROG's 'H' header and 'T' trailer; the record number and the
*> 99-byte result the hash total is taken over are all that matter
*> here.
FD  partOut1.
01 partOut1Record    pic x(129).
FD  partOut2.
FD  partOut4.
01 partOut4Record    pic x(129).

*> one acknowledgment line per record the partner received,
*> optionally closed by a trailer line: 'T', the count and the hash
*> total of the details the partner received (see ackTrailer). A
*> header line echoed back by the partner is skipped.
FD  ackIn1.
01 ackIn1Record.
   05 ack1RecNo       pic 9(5).
   05 filler          pic x(10).
FD  ackIn2.
01 ackIn2Record.
   05 ack2RecNo       pic 9(5).
   05 filler          pic x(10).
FD  ackIn3.
01 ackIn3Record.
   05 ack3RecNo       pic 9(5).
   05 filler          pic x(10).
FD  ackIn4.
01 ackIn4Record.
   05 ack4RecNo       pic 9(5).
   05 filler          pic x(10).

*> open items carried in from prior reconciliation cycles.
FD  openItm.
FD  rcnRpt.
01 rptLine           pic x(132).

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
01 partOut1Status   pic x(2) value '00'.
01 partOut2Status   pic x(2) value '00'.
01 rcnParmStatus    pic x(2) value '00'.
01 openOutStatus    pic x(2) value '00'.
01 rcnRptStatus     pic x(2) value '00'.
01 transmitStatus   pic x(2) value '00'.

01 curEofFlag       pic x(1) value 'N'.
   88 curEndOfFile  value 'Y'.
01 workRec          pic x(129) value spaces.
01 workOutRecNo     pic 9(5) value zeros.

*> the acknowledgment line just read, and its trailer view.
01 ackLine          pic x(15) value spaces.
01 ackDetail redefines ackLine.
   05 ackRecNo        pic 9(5).
   05 filler          pic x(10).
01 ackTrailer redefines ackLine.
   05 ackTrlType      pic x(1).
   05 ackTrlCount     pic 9(5).
   05 ackTrlHash      pic 9(9).

*> the manifest, one slot per route, and what each route's file
*> and acknowledgment actually add up to.
01 manifestFlag     pic x(1) value 'N'.
01 mfEofFlag        pic x(1) value 'N'.
   88 mfEndOfFile   value 'Y'.
01 manBatchId       pic x(8) value spaces.
01 manTable.
   05 manEntry occurs 4 times.
      10 manListed   pic x(1).
      10 manPartner  pic x(4).
      10 manCount    pic 9(5).
      10 manHash     pic 9(9).
01 fileCount        pic 9(5) value zeros.
01 fileHash         pic 9(9) value zeros.
01 hashIdx          pic 9(3) value zeros.
01 ackTrlFlag       pic x(1) value 'N'.
01 ackTotCount      pic 9(5) value zeros.
01 ackTotHash       pic 9(9) value zeros.
01 totalsBadCount   pic 9(5) value zeros.

01 ageLimit         pic 9(3) value 3.
01 todayDate        pic x(8) value spaces.

01 newAge           pic 9(3) value zeros.
01 ackPresentFlag   pic x(1) value 'N'.

*> run-control ledger: this step, the batch it is running for, and
*> the step that must have completed cleanly for that batch first.
01 runCtlStatus     pic x(2) value '00'.
01 runOvrdStatus    pic x(2) value '00'.
01 ledgerStep       pic x(8) value 'PARTRCN'.
01 ledgerPrereq     pic x(8) value 'BALANCE'.
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

PARTRCN.
    move function current-date(1:8) to todayDate
    perform readParmCard
    perform loadManifest
    if manifestFlag = 'Y' and manBatchId not = spaces
        move manBatchId to ledgerBatchId
    else
        move todayDate to ledgerBatchId
    end-if
    perform startRunLedger
    perform loadOpenItems

    open output openOut
    if openOutStatus not = '00'
        display 'FATAL: OPENOUT open failed, status ' openOutStatus
        move 16 to return-code
        perform failRunLedger
        stop run
    end-if
    open output rcnRpt
    if rcnRptStatus not = '00'
        display 'FATAL: RCNRPT open failed, status ' rcnRptStatus
        move 16 to return-code
        perform failRunLedger
        stop run
    end-if

    move spaces to rptLine
    string 'PARTNER ACKNOWLEDGMENT RECONCILIATION - RUN DATE '
        todayDate ' - AGING LIMIT ' ageLimit ' CYCLES'
        delimited by size into rptLine
    write rptLine
    move spaces to rptLine
    if manifestFlag = 'Y'
        string 'TRANSMISSION MANIFEST FOR BATCH ' manBatchId
            delimited by size into rptLine
    else
        move 'NO TRANSMISSION MANIFEST - TOTALS NOT CHECKED'
            to rptLine
    end-if
    write rptLine
    move spaces to rptLine
    write rptLine

    perform varying routeNo from 1 by 1 until routeNo > 4
    display 'PARTRCN: SENT ' totSent ' ACKED ' totAcked
        ' UNACKED ' totUnacked ' GHOST ' totGhost
        ' CARRIED ' totCarried ' (AGING ' agingCount ')'
    if totalsBadCount > 0
        display 'PARTRCN: ' totalsBadCount
            ' ROUTE TOTAL(S) DISAGREE WITH THE MANIFEST'
    end-if

*>  an item past the aging limit is a transmission nobody can
*>  confirm after repeated cycles - fail the job so the scheduler
*>  pages someone.
    if agingCount > 0 or totalsBadCount > 0
        move 8 to return-code
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

readParmCard.
    open input rcnParm
    if rcnParmStatus = '00'
                display 'FATAL: OPENITM EXCEEDS ' itmCount
                    ' ITEMS - RAISE itmTable - RUN STOPPED'
                move 16 to return-code
                perform failRunLedger
                stop run
            end-if
            add 1 to itmCount
    end-if
.

*> the manifest MAINPROG wrote for the run. Without one the
*> reconciliation still runs on record numbers alone, as it always
*> did, and the report says the totals went unchecked.
loadManifest.
    move 'N' to manifestFlag
    perform varying routeNo from 1 by 1 until routeNo > 4
        move 'N'    to manListed(routeNo)
        move spaces to manPartner(routeNo)
        move zeros  to manCount(routeNo)
        move zeros  to manHash(routeNo)
    end-perform
    open input transmit
    if transmitStatus not = '00'
        display 'TRANSMIT not found - route totals not checked'
    else
        move 'Y' to manifestFlag
        move 'N' to mfEofFlag
        read transmit
            at end move 'Y' to mfEofFlag
        end-read
        perform until mfEndOfFile
            move mfBatchId to manBatchId
            if mfRoute >= '1' and mfRoute <= '4'
                move mfRoute to routeNo
                move 'Y'         to manListed(routeNo)
                move mfPartnerId to manPartner(routeNo)
                move mfCount     to manCount(routeNo)
                move mfHash      to manHash(routeNo)
            end-if
            read transmit
                at end move 'Y' to mfEofFlag
            end-read
        end-perform
        close transmit
    end-if
.

*> one route, three steps: flag what the run routed, flag what the
*> partner acknowledged (surfacing acknowledgments for records we
*> never sent), then walk the sent flags and the prior open items
    move zeros to ackCount
    move zeros to unackCount
    move zeros to ghostCount
    move zeros to fileCount
    move zeros to fileHash
    move 'N' to ackTrlFlag

    perform tallyRoutedOutput
    perform tallyAcknowledgments
    perform settleRoute
    perform settleOpenItems
    perform reportGhostAcks
    if manifestFlag = 'Y'
        perform checkRouteTotals
    end-if
    perform reportRoute

    add sentCount  to totSent
    if curOpenStatus = '00'
        perform readCurrentPartOut
        perform until curEndOfFile
*>          the header and trailer are packaging, not traffic.
            if workRec(1:1) not = 'H' and workRec(1:1) not = 'T'
                add 1 to fileCount
                perform varying hashIdx from 1 by 1 until hashIdx > 99
                    compute fileHash = function mod(fileHash
                        + function ord(workRec(9 + hashIdx:1)),
                        1000000000)
                end-perform
                move workRec(1:5) to workOutRecNo
                if workOutRecNo numeric and workOutRecNo > 0
                    if sentFlag(workOutRecNo) = 0
                        move 1 to sentFlag(workOutRecNo)
                        add 1 to sentCount
                    end-if
                end-if
            end-if
            perform readCurrentPartOut
        move 'Y' to ackPresentFlag
        perform readCurrentAckIn
        perform until curEndOfFile
            if ackTrlType = 'T'
                move 'Y' to ackTrlFlag
                move zeros to ackTotCount
                move zeros to ackTotHash
                if ackTrlCount numeric
                    move ackTrlCount to ackTotCount
                end-if
                if ackTrlHash numeric
                    move ackTrlHash to ackTotHash
                end-if
            end-if
            if curRecNo numeric and curRecNo > 0
                if sentFlag(curRecNo) = 1
                    if ackFlag(curRecNo) = 0
    end-perform
.

*> the route's totals against the manifest: the file on disk must
*> still add up to what was transmitted, and a partner who closed
*> the acknowledgment with a trailer must have received the same.
checkRouteTotals.
    if manListed(routeNo) = 'N'
        if fileCount > 0
            add 1 to totalsBadCount
            move spaces to rptLine
            string 'ROUTE ' routeNo ' - ' fileCount
                ' RECORDS ON FILE BUT NOT ON THE MANIFEST'
                delimited by size into rptLine
            write rptLine
        end-if
    else
        if fileCount not = manCount(routeNo)
                or fileHash not = manHash(routeNo)
            add 1 to totalsBadCount
            move spaces to rptLine
            string 'ROUTE ' routeNo ' FILE COUNT ' fileCount
                ' HASH ' fileHash ' - MANIFEST ' manCount(routeNo)
                ' HASH ' manHash(routeNo) ' - FILE CHANGED SINCE SENT'
                delimited by size into rptLine
            write rptLine
        end-if
        if ackTrlFlag = 'Y'
            if ackTotCount not = manCount(routeNo)
                    or ackTotHash not = manHash(routeNo)
                add 1 to totalsBadCount
                move spaces to rptLine
                string 'ROUTE ' routeNo ' ACK COUNT ' ackTotCount
                    ' HASH ' ackTotHash ' - MANIFEST ' manCount(routeNo)
                    ' HASH ' manHash(routeNo) ' - PARTNER TOTALS DIFFER'
                    delimited by size into rptLine
                write rptLine
            else
                move spaces to rptLine
                string 'ROUTE ' routeNo ' PARTNER ' manPartner(routeNo)
                    ' ACK TOTALS AGREE WITH MANIFEST'
                    delimited by size into rptLine
                write rptLine
            end-if
        else
            if ackPresentFlag = 'Y'
                move spaces to rptLine
                string 'ROUTE ' routeNo
                    ' - ACK HAS NO TRAILER - PARTNER TOTALS NOT CONFIRMED'
                    delimited by size into rptLine
                write rptLine
            end-if
        end-if
    end-if
.

reportRoute.
    move spaces to rptLine
    if sentCount = 0 and ackCount = 0 and ghostCount = 0

readCurrentAckIn.
    move zeros to curRecNo
    move spaces to ackLine
    evaluate routeNo
        when 1
            read ackIn1
                at end move 'Y' to curEofFlag
            end-read
            if curEofFlag not = 'Y'
                move ackIn1Record to ackLine
            end-if
        when 2
            read ackIn2
                at end move 'Y' to curEofFlag
            end-read
            if curEofFlag not = 'Y'
                move ackIn2Record to ackLine
            end-if
        when 3
            read ackIn3
                at end move 'Y' to curEofFlag
            end-read
            if curEofFlag not = 'Y'
                move ackIn3Record to ackLine
            end-if
        when 4
            read ackIn4
                at end move 'Y' to curEofFlag
            end-read
            if curEofFlag not = 'Y'
                move ackIn4Record to ackLine
            end-if
    end-evaluate
*>  a header or trailer line carries no record number.
    if curEofFlag not = 'Y' and ackTrlType not = 'H'
            and ackTrlType not = 'T'
        move ackRecNo to curRecNo
    end-if
.

closeCurrentAckIn.
    string 'PAST AGING LIMIT  : ' agingCount
        delimited by size into rptLine
    write rptLine
    move spaces to rptLine
    string 'TOTALS MISMATCHED : ' totalsBadCount
        delimited by size into rptLine
    write rptLine
.
