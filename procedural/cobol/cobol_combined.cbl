        organization is line sequential
        file status  is excpFileStatus.
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
    select partOut1  assign to "PARTOUT1"
        organization is line sequential
        organization is line sequential
        file status  is operFileStatus.
    select dupHist   assign to "DUPHIST"
        organization is indexed
        access mode  is dynamic
        record key   is dhHash
        alternate record key is dhRunDate with duplicates
        file status  is dupHistStatus.
    select exprFile  assign to "EXPRFILE"
        organization is line sequential
    select partVol   assign to "PARTVOL"
        organization is line sequential
        file status  is partVolStatus.
    select langFile  assign to "LANGFILE"
        organization is line sequential
        file status  is langFileStatus.
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
    select certRpt   assign to "CERTRPT"
        organization is line sequential
        file status  is certRptStatus.

DATA DIVISION.
FILE SECTION.
*> stalling the batch. Blank keeps the shop default; an explicit
*> zero removes the ceiling.
   05 ctlSolveBudget  pic 9(5).
*> 'Y' makes the run a dry run: a partner's test file goes through
*> every check a real run makes, but nothing is enciphered and
*> nothing is written except the certification report.
   05 ctlDryRun       pic x(1).

*> one line per Encrypt/Decrypt/Solve call: who ran it and with which
*> key. auditKeyRef names the key-vault profile that was used (or the
   05 auditTimestamp  pic x(14).
   05 auditOperator   pic x(8).
   05 auditBatchId    pic x(8).
*> chained check value: computed over the 57 bytes above and the
*> previous line's own check value (see computeAuditChain), so a
*> line removed, inserted, or edited anywhere in the trail breaks
*> the chain from that point on. AUDITVFY walks it.
   05 auditChain      pic 9(9).

*> transactions that fail validation land here with a reason code
*> instead of going through Encrypt/Decrypt/Solve. The run date and
*> high-sensitivity partner traffic), its value(s), the date window
*> it is effective for, and whether it is still active ('A') or
*> retired ('R'). Transactions name a profile by keyId instead of
*> carrying the key itself. Keyed on keyId plus keyEffFrom, so a
*> profile's retired line and its dated successor sit side by side
*> and a lookup reads only that keyId's lines.
FD  keyFile.
01 keyRecord.
   05 keyId           pic x(8).
*> codes 1-4 map to the preallocated PARTOUT1-PARTOUT4 files; 0 (or
*> anything else) means the consolidated TRANOUT only, which every
*> record gets regardless so the run still balances in one place.
*> Keyed on partId: each message's partner is a direct read, and
*> one pass over it at start of run names each routed file's
*> partner for its header.
FD  partFile.
01 partRecord.
   05 partId          pic x(4).
   05 partDefShift    pic 9(3).
   05 partDefKeyText  pic x(9).
   05 partRoute       pic 9(1).
*> language the partner's traffic is written in, a LANGFILE code:
*> Solve scores that partner's messages against its own word list
*> and letter weights. Blank means English, like house traffic.
   05 partLang        pic x(2).

*> per-partner routed output copies, in TRANOUT record layout,
*> wrapped in an 'H' header and 'T' trailer (see obHeader and
*> obTrailer) the way partner batches must come to us.
FD  partOut1.
01 partOut1Record    pic x(129).
FD  partOut2.
*> express output: urgent ('U' priority) messages land here in
*> TRANOUT record layout the moment they complete, so the fraud
*> desk's handful of items can transmit minutes into the window
*> instead of at the end of it. Wrapped like the routed files.
FD  exprFile.
01 exprRecord        pic x(129).

*> permanent run history: one line appended per run, never
*> overwritten - the trend the shift supervisor actually asks
*> about lives here, reported by TRENDRPT. The run also leaves the
*> audit trail's line count and last check value here, off the
*> trail, so AUDITVFY can prove nothing was cut from its end.
FD  runHist.
01 histRecord.
   05 histRunDate     pic x(8).
   05 histDecrypted   pic 9(5).
   05 histSolved      pic 9(5).
   05 histExcp        pic 9(5).
   05 histAuditLines  pic 9(7).
   05 histAuditChain  pic 9(9).

*> permanent per-partner volume history: one line appended per
*> partner per run, never overwritten - the numbers the monthly
*> cross-run seen-message history: one line per logical message
*> processed, carrying the message hash (the trailer convention
*> applied to the full reassembled text), the batch it arrived in,
*> and the run date. Keyed on the hash, so every message is one
*> direct read against it; the run-date alternate key lets the
*> start-of-run prune delete just the entries that aged out of the
*> SYSIN retention window. It is how a partner's retransmitted file
*> becomes a DUPMSG report line instead of a double transmission.
FD  dupHist.
01 dupHistRecord.
   05 dhBatchId       pic x(8).
   05 dhRunDate       pic x(8).

*> Solve language profiles, read once at start of run. Per language
*> code: one 'W' line per common short word (upper case, first 8
*> bytes of langData) that Solve's dictionary score counts, and one
*> 'F' line of 26 two-digit letter weights, A through Z, on the
*> same 0-12 scale as the built-in English ones, for the keyed
*> crack. A new language is new lines here, not a program change.
FD  langFile.
01 langRecord.
   05 langCode        pic x(2).
   05 langRecType     pic x(1).
   05 langData        pic x(52).

*> transmission manifest: one line per outbound file this run
*> produced, for the transmission desk and for PARTRCN to check the
*> partners' acknowledgments against. Route '1'-'4' for PARTOUT1-4,
*> 'X' for the express file.
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

*> run-control ledger: one line per attempt at a nightly step for a
*> batch - started ('S'), completed with return code 4 or under
*> ('C'), or ended above it ('F') - and the override that let it
*> run, if one was needed. Keyed by batch, step, and attempt, so
*> every attempt stays on file. COLLECT, MAINPROG, BALANCE, PARTRCN,
*> and SUSPFIX each check it at startup; LEDGRPT reports it.
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

*> override cards: a step the ledger would refuse - prerequisite not
*> completed cleanly, or already run for the batch - runs anyway
*> only on a card naming the batch, the step, the operator taking
*> responsibility, and why.
FD  runOvrd.
01 runOvrdCard.
   05 ovBatchId       pic x(8).
   05 ovStep          pic x(8).
   05 ovOperator      pic x(8).
   05 ovReason        pic x(40).

*> dry-run certification report: every logical message the batch
*> would have sent to suspense, with its reason, then the batch
*> control results, the counts, and a PASS/FAIL verdict for the
*> partner's file.
FD  certRpt.
01 certLine          pic x(132).

WORKING-STORAGE SECTION.
01 tranInStatus     pic x(2) value '00'.
01 tranOutStatus    pic x(2) value '00'.
01 effShift         pic 9(3) value zeros.
01 effKeyText       pic x(9) value spaces.

*> key vault lookup: KEYFILE stays open for the run; a record naming
*> a keyId gets its effective key by keyed read and never from the
*> input record itself.
01 keyFileStatus    pic x(2) value '00'.
01 keyEofFlag       pic x(1) value 'N'.
   88 keyEndOfFile  value 'Y'.
01 keyOpenFlag      pic x(1) value 'N'.
01 keyLookupFlag    pic x(1) value 'Y'.
01 effKeyId         pic x(8) value spaces.
01 keyUseMode       pic x(1) value space.
01 keyUseShift      pic 9(3) value zeros.
01 keyUseText       pic x(9) value spaces.

01 origMessage      pic x(891) value spaces.
01 currentTimestamp pic x(21) value spaces.
01 auditLenIdx      pic 9(3) value zeros.

*> audit chain: the check value of the last line on the trail, read
*> back at start of run so tonight's first line chains from it, and
*> how many lines the trail holds.
01 auditEofFlag     pic x(1) value 'N'.
   88 auditEndOfFile value 'Y'.
01 lastAuditChain   pic 9(9) value zeros.
01 auditLineCount   pic 9(7) value zeros.
01 chainSum         pic 9(9) value zeros.
01 chainIdx         pic 9(3) value zeros.

01 validFlag        pic x(1) value 'Y'.
01 validReason      pic x(8) value spaces.
01 suspendReason    pic x(8) value spaces.
      10 sbRecNo    pic 9(5).
      10 sbMessage  pic x(99).

*> partner master lookup: PARTFILE stays open for the run and each
*> message's partner is read by key. Every partner seen this run
*> gets a line in this table, which carries the counts behind the
*> per-partner volume breakdown on the summary report.
01 partFileStatus   pic x(2) value '00'.
01 partOut1Status   pic x(2) value '00'.
01 partOut2Status   pic x(2) value '00'.
01 partOut3Status   pic x(2) value '00'.
01 partOut4Status   pic x(2) value '00'.
01 partOpenFlag     pic x(1) value 'N'.
01 partCount        pic 9(4) value zeros.
01 partIdx          pic 9(4) value zeros.
01 curPartIdx       pic 9(4) value zeros.
01 noPartnerCount   pic 9(5) value zeros.
01 routedOutRec     pic x(129) value spaces.
*> sized for years of partner onboarding; overflow fails the run
*> loudly (see resolvePartner) rather than silently dropping a
*> partner's volume from the report and PARTVOL.
01 partTable.
   05 partEntry occurs 5000 times.
      10 ptId       pic x(4).
      10 ptDefShift pic 9(3).
      10 ptDefKey   pic x(9).
      10 ptRoute    pic 9(1).
      10 ptLang     pic x(2).
      10 ptCount    pic 9(5).
*> per-action and routed-copy tallies behind the ptCount total -
*> the per-run volume record each partner gets on PARTVOL.
      10 ptSol      pic 9(5).
      10 ptRouted   pic 9(5).

*> language profiles for Solve, loaded from LANGFILE. Entry 1 is
*> always English; with no English lines on the file it carries no
*> words or weights of its own and Solve falls back on its built-in
*> English tables. A partner naming a language the file doesn't
*> define gets an entry too (no profile, so English scoring) - it
*> still needs its own line on the report. Each entry also carries
*> the run's Solve results in that language for the summary report.
01 langFileStatus   pic x(2) value '00'.
01 langEofFlag      pic x(1) value 'N'.
   88 langEndOfFile value 'Y'.
01 langCount        pic 9(2) value zeros.
01 langIdx          pic 9(2) value zeros.
01 curLangIdx       pic 9(2) value zeros.
01 langOffset       pic 9(3) value zeros.
01 msgLang          pic x(2) value spaces.
01 langTable.
   05 langEntry occurs 20 times.
      10 lgCode      pic x(2).
      10 lgProfile   pic x(1).
      10 lgWordCount pic 9(2).
      10 lgWords     pic x(320).
      10 lgWeights   pic x(52).
      10 lgSolved    pic 9(5).
      10 lgConfident pic 9(5).
      10 lgNoConf    pic 9(5).
      10 lgPartial   pic 9(5).

*> outbound packaging: PARTOUT1-PARTOUT4 (entries 1-4) and EXPRFILE
*> (entry 5) each go out as a batch of their own - an 'H' header
*> with our batch id, the run date and the partner the file goes
*> to (MULT when a route serves several partners, blank when it
*> serves none, and blank for the express file, which carries every
*> partner's urgent traffic), the detail records, and a 'T' trailer
*> whose count and hash total follow accumulateBatchTotals' rule
*> applied to outResult. A header is written as soon as the batch
*> id is known, or ahead of the first detail if it never is; a
*> restart picks up the prior run's header and totals from what is
*> already on the file.
01 transmitStatus   pic x(2) value '00'.
01 obIdx            pic 9(1) value zeros.
01 obHashIdx        pic 9(3) value zeros.
01 obScanStatus     pic x(2) value '00'.
01 obEofFlag        pic x(1) value 'N'.
   88 obEndOfFile   value 'Y'.
01 obTable.
   05 obEntry occurs 5 times.
      10 obName      pic x(8).
      10 obRoute     pic x(1).
      10 obPartnerId pic x(4).
      10 obHdrDone   pic x(1).
      10 obCount     pic 9(5).
      10 obHash      pic 9(9).
01 obRecord         pic x(129) value spaces.
01 obHeader redefines obRecord.
   05 obHdrType       pic x(1).
   05 obHdrBatchId    pic x(8).
   05 obHdrRunDate    pic x(8).
   05 obHdrPartnerId  pic x(4).
   05 obHdrRoute      pic x(1).
   05 filler          pic x(107).
01 obTrailer redefines obRecord.
   05 obTrlType       pic x(1).
   05 obTrlCount      pic 9(5).
   05 obTrlHash       pic 9(9).
   05 filler          pic x(114).

*> batch header/trailer control: what the header said this batch is,
*> what the trailer promised, and what was actually read. The run
*> fails with return code 12 when they disagree (or the trailer
      10 xtRecNo    pic 9(5).
      10 xtPos      pic 9(5).

*> duplicate/replay detection work areas: entries older than the
*> retention window are deleted from the seen-message history at
*> start of run, every logical message is checked against it by
*> keyed read before processing, and every message processed this
*> run is written to it straight away - so a repeat within the run
*> is caught the same way a repeat across runs is.
01 dupHistStatus    pic x(2) value '00'.
01 dupEofFlag       pic x(1) value 'N'.
   88 dupEndOfFile  value 'Y'.
01 dupOpenFlag      pic x(1) value 'N'.
01 dupDays          pic 9(3) value 7.
01 dupCount         pic 9(5) value zeros.
01 dupPrunedCount   pic 9(7) value zeros.
01 dupFoundFlag     pic x(1) value 'N'.
01 msgHash          pic 9(9) value zeros.
01 msgHashIdx       pic 9(3) value zeros.
01 wkDate           pic x(8) value spaces.
01 wkDateNum redefines wkDate pic 9(8).
01 runDateInt       pic 9(8) value zeros.
01 dupCutoffInt     pic 9(8) value zeros.
01 dupCutoffDate    pic 9(8) value zeros.

*> the verified operator's entitlements, held for the run.
01 operFileStatus   pic x(2) value '00'.
01 authTally        pic 9(2) value zeros.
01 pfxLen           pic 9(2) value zeros.

*> run-control ledger: this step, the batch it is running for, and
*> the step that must have completed cleanly for that batch first.
01 runCtlStatus     pic x(2) value '00'.
01 runOvrdStatus    pic x(2) value '00'.
01 ledgerStep       pic x(8) value 'MAINPROG'.
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
01 peekOrigin       pic x(8) value spaces.

*> dry run: the checks all run, the cipher and every permanent
*> write do not. The replay check reads DUPHIST without adding to
*> it, so a test file never makes the real one a DUPMSG later;
*> this run's own hashes are kept in memory instead, so a message
*> repeated inside the test file is caught as a real run would
*> catch it. Would-be suspense is tallied by reason for the
*> certification report.
01 dryRunFlag       pic x(1) value 'N'.
01 dryHashCount     pic 9(5) value zeros.
01 dryHashIdx       pic 9(5) value zeros.
01 dryHashTable.
   05 dryHash occurs 20000 times pic 9(9).
01 certRptStatus    pic x(2) value '00'.
01 certVerdict      pic x(4) value spaces.
01 certBatchResult  pic x(6) value spaces.
01 certYesNo        pic x(3) value spaces.
01 certReasonCount  pic 9(2) value zeros.
01 certReasonIdx    pic 9(2) value zeros.
01 certSuspCount    pic 9(5) value zeros.
01 certReasonTable.
   05 certReasonEntry occurs 20 times.
      10 crReason    pic x(8).
      10 crCount     pic 9(5).

PROCEDURE DIVISION.

MAINPROG.

    move function current-date(1:8) to runDate

*>  the run-control ledger decides whether this batch may run at all,
*>  before a single history file is touched. A batch COLLECT built
*>  needs COLLECT to have finished cleanly; a hand-built or recycled
*>  batch has no step ahead of it. A dry run is no attempt at the
*>  batch, so the ledger neither gates it nor records it - and a
*>  test file with no header is a finding for the certification
*>  report, not a reason to stop.
    if dryRunFlag = 'Y'
        display 'DRY RUN - CHECKS ONLY, NO OUTPUT OR HISTORY WRITTEN'
    else
        perform peekBatchHeader
        if peekOrigin = 'COLLECT'
            move 'COLLECT' to ledgerPrereq
        end-if
        perform startRunLedger
    end-if

    perform openKeyFile
    perform openPartnerFile
    perform loadLanguageProfiles
    if dryRunFlag = 'Y'
        perform openDupHistoryInput
    else
        perform pruneDupHistory
    end-if

*>  the checkpoint trail is only honored when the operator explicitly
*>  asks for a restart (SYSIN ctlRestart = 'Y'); otherwise this is a
*>  fresh batch and CHKFILE is reset, so an unrelated run's leftover
*>  checkpoints never cause a later run to mistake a brand-new batch's
*>  records for already-completed work. A dry run leaves CHKFILE
*>  exactly as it found it and always starts from the top.
    if dryRunFlag = 'Y'
        move 'N' to chkFoundFlag
    else
        if restartRequested = 'Y'
            move 'R' to chkMode
            call "Checkpoint" using chkMode, chkWriteRecNo,
                chkWriteShiftTry, chkWriteComplete, chkWritePass,
                chkWriteAccepted, chkWriteRejected, chkWriteEncrypted,
                chkWriteDecrypted, chkWriteSolved, chkWriteAuditSeq,
                chkLastRecNo, chkLastShiftTry, chkLastComplete,
                chkLastPass, chkLastAccepted, chkLastRejected,
                chkLastEncrypted, chkLastDecrypted, chkLastSolved,
                chkLastAuditSeq, chkFoundFlag
        else
            move 'X' to chkMode
            call "Checkpoint" using chkMode, chkWriteRecNo,
                chkWriteShiftTry, chkWriteComplete, chkWritePass,
                chkWriteAccepted, chkWriteRejected, chkWriteEncrypted,
                chkWriteDecrypted, chkWriteSolved, chkWriteAuditSeq,
                chkLastRecNo, chkLastShiftTry, chkLastComplete,
                chkLastPass, chkLastAccepted, chkLastRejected,
                chkLastEncrypted, chkLastDecrypted, chkLastSolved,
                chkLastAuditSeq, chkFoundFlag
        end-if
    end-if

*>  a genuine restart (CHKFILE actually had a prior run's trail) picks
    if tranInStatus not = '00'
        display 'FATAL: TRANIN open failed, status ' tranInStatus
        move 16 to return-code
        perform failRunLedger
        stop run
    end-if

*>  a dry run opens nothing but its certification report.
    if dryRunFlag = 'Y'
        perform openCertReport
    else
        perform openRunOutputs
    end-if

*>  two passes over the batch: pass 1 takes the urgent traffic (and
*>  owns the batch-control bookkeeping, done exactly once), pass 2
*>  takes the routine rest. Record numbers follow physical file
*>  order on both passes, so TRANOUT, SUSPFILE, and the balancing
*>  step still reconcile by record number exactly as before - only
*>  the completion ORDER changes.
    move 1 to passNo
    perform processInputPass

    close tranIn
    open input tranIn
    if tranInStatus not = '00'
        display 'FATAL: TRANIN reopen failed, status ' tranInStatus
        move 16 to return-code
        perform failRunLedger
        stop run
    end-if
    move 2 to passNo
    perform processInputPass

    perform verifyBatchTrailer

    display 'ACCEPTED RECORDS: ' acceptedCount
    display 'REJECTED RECORDS: ' rejectedCount

*>  a dry run's whole result is the certification report; the
*>  summary report, the history files, and the outbound trailers
*>  and manifest all belong to a real run.
    if dryRunFlag = 'Y'
        perform writeCertReport
        close tranIn
        close certRpt
    else
        perform writeSummaryReport
        perform checkAlertThresholds
        perform writeOutboundTrailers
        perform writeTransmitManifest

        close tranIn
        close tranOut
        close auditOut
        close suspFile
        close excpFile
        close partOut1
        close partOut2
        close partOut3
        close partOut4
        close exprFile

*>      RUNHIST and PARTVOL are appended last, once nothing is left
*>      that can stop the run - an append a rerun would repeat is
*>      what bills a partner twice.
        perform writeRunHistory
        perform writePartnerVolumes
    end-if
    if dupOpenFlag = 'Y'
        close dupHist
    end-if
    if keyOpenFlag = 'Y'
        close keyFile
    end-if
    if partOpenFlag = 'Y'
        close partFile
    end-if

    if dryRunFlag = 'Y'
        stop run
    end-if

    move 'C' to chkMode
    call "Checkpoint" using chkMode, chkWriteRecNo, chkWriteShiftTry,
        chkWriteComplete, chkWritePass, chkWriteAccepted,
        chkWriteRejected, chkWriteEncrypted, chkWriteDecrypted,
        chkWriteSolved, chkWriteAuditSeq, chkLastRecNo,
        chkLastShiftTry, chkLastComplete, chkLastPass,
        chkLastAccepted, chkLastRejected, chkLastEncrypted,
        chkLastDecrypted, chkLastSolved, chkLastAuditSeq,
        chkFoundFlag

    perform finishRunLedger
    stop run.

*> the run's outputs: TRANOUT, the audit trail, suspense and
*> exceptions, and the outbound files.
openRunOutputs.
*>  a restart appends to the prior run's TRANOUT/SUSPFILE/EXCPFILE
*>  instead of truncating them, so every already-completed record's
*>  result stays in the final output alongside what this invocation
    if tranOutStatus not = '00'
        display 'FATAL: TRANOUT open failed, status ' tranOutStatus
        move 16 to return-code
        perform failRunLedger
        stop run
    end-if

    perform loadAuditChain
    open extend auditOut
    if auditOutStatus not = '00'
        close auditOut
    if suspFileStatus not = '00'
        display 'FATAL: SUSPFILE open failed, status ' suspFileStatus
        move 16 to return-code
        perform failRunLedger
        stop run
    end-if

    if excpFileStatus not = '00'
        display 'FATAL: EXCPFILE open failed, status ' excpFileStatus
        move 16 to return-code
        perform failRunLedger
        stop run
    end-if

    perform setupOutboundFiles

    if chkFoundFlag = 'Y'
        open extend exprFile
        if exprFileStatus not = '00'
    if exprFileStatus not = '00'
        display 'FATAL: EXPRFILE open failed, status ' exprFileStatus
        move 16 to return-code
        perform failRunLedger
        stop run
    end-if

    perform openRoutedOutputs
.

*> one full pass over TRANIN. Header/trailer capture, batch totals,
*> and broken-segment suspension belong to pass 1 alone - pass 2
            if ctlSolveBudget numeric
                move ctlSolveBudget to solveBudget
            end-if
            if ctlDryRun = 'Y'
                move 'Y' to dryRunFlag
            end-if
        end-if
        close sysIn
    else
    end-if
.

*> the ledger is kept by batch id, and the batch id is on the TRANIN
*> header - read ahead to it before anything else is opened. A
*> batch with no header has no identity to control, and is stopped
*> here rather than processed under a blank id.
peekBatchHeader.
    move spaces to ledgerBatchId
    move spaces to peekOrigin
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
            move hdrBatchId   to ledgerBatchId
            move hdrOriginSys to peekOrigin
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

*> the run-control gate: the prerequisite step must have completed
*> cleanly for this batch, and this step must not already have run
*> to the end for it. Either refusal is lifted only by a RUNOVRD
*> card for this batch and step, and the override goes into the
*> ledger line this run starts. A FATAL stop closes the line 'F'
*> on its way out (failRunLedger), so only a run that abended
*> outright leaves it at 'S'. The history appends come after every
*> step that can stop the run, just ahead of closing the line, so an
*> 'S' run as good as never reached them - rerunning it needs no
*> override.
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

*> one physical detail record: segment bookkeeping only. A record
*> with no segment fields (or sequence 1 and no more-flag) is an
*> ordinary single-segment message; continuation segments extend
            else
            add 1 to acceptedCount

*>          a dry run stops here: the message has passed every check
*>          a real run makes before the cipher, and nothing past
*>          this point - cipher, output, audit, checkpoint, replay
*>          history - may leave a trace.
            if dryRunFlag = 'Y'
                perform recordDryRunHash
                move zeros to segBufCount
            else

*>          effShift is only a real cipher shift for plain Caesar
*>          and compound encrypt/decrypt; keyword-only mode is
*>          driven by effKeyText and Solve's effShift is a sweep
                    call "Decrypt" using workText, effShift, 'B', effKeyText
                    add 1 to decryptedCount
                when 'S'
*>                  partner traffic is scored in the partner's own
*>                  language; house traffic, and a partner with no
*>                  language code, in English.
                    move 'EN' to msgLang
                    if curPartIdx > 0 and ptLang(curPartIdx) not = spaces
                        move ptLang(curPartIdx) to msgLang
                    end-if
                    perform resolveLanguage
                    call "Solve" using workText, effShift,
                        resumeShift, solvedShift, solvePartialFlag,
                        solvedKeyText, solveConfFlag, solveBudget,
                        solveCallsUsed, solveBudgetHit,
                        lgWordCount(curLangIdx), lgWords(curLangIdx),
                        lgWeights(curLangIdx)
                    add solveCallsUsed to solveCallTotal
                    if solveBudgetHit = 'Y'
                        add 1 to budgetStopCount
            if effAction = 'S' and solveConfFlag = 'N'
                move 'NOCONF' to outStatusWk
            end-if
            if effAction = 'S'
                perform countLanguageResult
            end-if

            perform writeOutputSegments

            end-if
            end-if
            end-if
            end-if
        end-if
        end-if
        end-if
*>      urgent output goes to the express file the moment it is
*>      written, ahead of the end-of-run TRANOUT release.
        if msgPriority = 'U'
            move 5 to obIdx
            perform ensureOutboundHeader
            write exprRecord from routedOutRec
            move routedOutRec to obRecord
            perform countOutboundDetail
        end-if
    end-perform
.
*> TRANOUT record, ready for return transmission without the
*> morning split-by-script exercise.
writeRoutedCopy.
    if ptRoute(curPartIdx) >= 1 and ptRoute(curPartIdx) <= 4
        move ptRoute(curPartIdx) to obIdx
        perform ensureOutboundHeader
    end-if
    evaluate ptRoute(curPartIdx)
        when 1
            write partOut1Record from routedOutRec
        when other
            continue
    end-evaluate
    if ptRoute(curPartIdx) >= 1 and ptRoute(curPartIdx) <= 4
        move routedOutRec to obRecord
        perform countOutboundDetail
    end-if
.

*> the five outbound files' control entries. Each routed file's
*> partner comes from one pass over the partner master: the active
*> partner(s) assigned that route. On a restart each file already
*> on disk is read back first, so its header is not written twice
*> and its trailer totals cover the prior run's details as well.
setupOutboundFiles.
    move 'PARTOUT1' to obName(1)
    move 'PARTOUT2' to obName(2)
    move 'PARTOUT3' to obName(3)
    move 'PARTOUT4' to obName(4)
    move 'EXPRFILE' to obName(5)
    move '1' to obRoute(1)
    move '2' to obRoute(2)
    move '3' to obRoute(3)
    move '4' to obRoute(4)
    move 'X' to obRoute(5)
    perform varying obIdx from 1 by 1 until obIdx > 5
        move spaces to obPartnerId(obIdx)
        move 'N'    to obHdrDone(obIdx)
        move zeros  to obCount(obIdx)
        move zeros  to obHash(obIdx)
    end-perform

    if partOpenFlag = 'Y'
        move low-values to partId
        start partFile key is >= partId
            invalid key move 'Y' to obEofFlag
            not invalid key move 'N' to obEofFlag
        end-start
        perform until obEndOfFile
            read partFile next record
                at end move 'Y' to obEofFlag
            end-read
            if not obEndOfFile and partStatus = 'A'
                    and partRoute >= 1 and partRoute <= 4
                move partRoute to obIdx
                if obPartnerId(obIdx) = spaces
                    move partId to obPartnerId(obIdx)
                else
                    if obPartnerId(obIdx) not = partId
                        move 'MULT' to obPartnerId(obIdx)
                    end-if
                end-if
            end-if
        end-perform
    end-if

    if chkFoundFlag = 'Y'
        perform varying obIdx from 1 by 1 until obIdx > 5
            perform rescanOutboundFile
        end-perform
    end-if
.

*> one outbound file as the prior run left it: its header (if it
*> got that far) and the details already sent. A trailer on it
*> means the prior run finished that file - the restart appends
*> after it, and the console says so for the transmission desk.
rescanOutboundFile.
    move 'N' to obEofFlag
    evaluate obIdx
        when 1
            open input partOut1
            move partOut1Status to obScanStatus
        when 2
            open input partOut2
            move partOut2Status to obScanStatus
        when 3
            open input partOut3
            move partOut3Status to obScanStatus
        when 4
            open input partOut4
            move partOut4Status to obScanStatus
        when 5
            open input exprFile
            move exprFileStatus to obScanStatus
    end-evaluate
    if obScanStatus = '00'
        perform until obEndOfFile
            evaluate obIdx
                when 1
                    read partOut1 into obRecord
                        at end move 'Y' to obEofFlag
                    end-read
                when 2
                    read partOut2 into obRecord
                        at end move 'Y' to obEofFlag
                    end-read
                when 3
                    read partOut3 into obRecord
                        at end move 'Y' to obEofFlag
                    end-read
                when 4
                    read partOut4 into obRecord
                        at end move 'Y' to obEofFlag
                    end-read
                when 5
                    read exprFile into obRecord
                        at end move 'Y' to obEofFlag
                    end-read
            end-evaluate
            if not obEndOfFile
                evaluate obHdrType
                    when 'H'
                        move 'Y' to obHdrDone(obIdx)
                    when 'T'
                        display 'WARNING: ' obName(obIdx)
                            ' ALREADY HAS A TRAILER - RESTART'
                            ' APPENDS AFTER IT'
                    when other
                        perform countOutboundDetail
                end-evaluate
            end-if
        end-perform
        evaluate obIdx
            when 1
                close partOut1
            when 2
                close partOut2
            when 3
                close partOut3
            when 4
                close partOut4
            when 5
                close exprFile
        end-evaluate
    end-if
.

writeOutboundHeaders.
    perform varying obIdx from 1 by 1 until obIdx > 5
        perform ensureOutboundHeader
    end-perform
.

ensureOutboundHeader.
    if obHdrDone(obIdx) = 'N'
        move spaces to obRecord
        move 'H'                 to obHdrType
        move batchId             to obHdrBatchId
        move runDate             to obHdrRunDate
        move obPartnerId(obIdx)  to obHdrPartnerId
        move obRoute(obIdx)      to obHdrRoute
        perform writeOutboundRecord
        move 'Y' to obHdrDone(obIdx)
    end-if
.

*> one detail in obRecord, into its file's trailer totals.
countOutboundDetail.
    add 1 to obCount(obIdx)
    perform varying obHashIdx from 1 by 1 until obHashIdx > 99
        compute obHash(obIdx) = function mod(obHash(obIdx)
            + function ord(obRecord(9 + obHashIdx:1)), 1000000000)
    end-perform
.

writeOutboundTrailers.
    perform varying obIdx from 1 by 1 until obIdx > 5
        perform ensureOutboundHeader
        move spaces to obRecord
        move 'T'            to obTrlType
        move obCount(obIdx) to obTrlCount
        move obHash(obIdx)  to obTrlHash
        perform writeOutboundRecord
    end-perform
.

writeOutboundRecord.
    evaluate obIdx
        when 1
            write partOut1Record from obRecord
        when 2
            write partOut2Record from obRecord
        when 3
            write partOut3Record from obRecord
        when 4
            write partOut4Record from obRecord
        when 5
            write exprRecord from obRecord
    end-evaluate
.

*> the manifest: every outbound file of the run, empty or not, with
*> the totals its trailer carries.
writeTransmitManifest.
    open output transmit
    if transmitStatus not = '00'
        display 'FATAL: TRANSMIT open failed, status ' transmitStatus
        move 16 to return-code
        perform failRunLedger
        stop run
    end-if
    perform varying obIdx from 1 by 1 until obIdx > 5
        move batchId            to mfBatchId
        move runDate            to mfRunDate
        move obName(obIdx)      to mfFile
        move obRoute(obIdx)     to mfRoute
        move obPartnerId(obIdx) to mfPartnerId
        move obCount(obIdx)     to mfCount
        move obHash(obIdx)      to mfHash
        if obCount(obIdx) = 0
            move 'Y' to mfEmpty
        else
            move 'N' to mfEmpty
        end-if
        write mfRecord
    end-perform
    close transmit
.

captureBatchHeader.
    move hdrCreateDate  to batchCreateDate
    move hdrOriginSys   to batchOriginSys
    move 'Y' to hdrSeenFlag
*>  the outbound files take their batch identity from ours - a dry
*>  run has none to write.
    if dryRunFlag not = 'Y'
        perform writeOutboundHeaders
    end-if
.

captureBatchTrailer.
*> cleared so the next message starts clean.
suspendLogicalMessage.
    perform varying segIdx from 1 by 1 until segIdx > segBufCount
        if dryRunFlag = 'Y'
            perform writeCertSuspense
        else
            move sbRecNo(segIdx)   to suspRecNo
            move suspendReason     to suspReason
            move sbMessage(segIdx) to suspMessage
            move runDate           to suspRunDate
            move zeros             to suspAge
            write suspRecord
        end-if
    end-perform
    if dryRunFlag = 'Y'
        perform tallyCertReason
    end-if
    add 1 to rejectedCount
    move zeros to segBufCount
.

*> the key vault stays open for the run; lookups read it by key. A
*> missing KEYFILE is not fatal on its own - it only means every
*> record naming a keyId will reject.
openKeyFile.
    move 'N' to keyOpenFlag
    open input keyFile
    if keyFileStatus = '00'
        move 'Y' to keyOpenFlag
    else
        display 'KEYFILE not found - key-id lookups will reject'
    end-if
.

*> drop the seen-message entries older than the retention window,
*> by walking the run-date key from its low end and deleting until
*> the first entry inside the window - nothing in the window is
*> read at all. A missing DUPHIST is not fatal - it is created
*> empty, the state every shop is in on the feature's first night.
*> One that won't open at all only costs tonight's replay checks.
pruneDupHistory.
    move 'N' to dupOpenFlag
    move zeros to dupPrunedCount

    move zeros to runDateInt
    move runDate to wkDate
        compute runDateInt = function integer-of-date(wkDateNum)
    end-if
    move zeros to dupCutoffInt
    move zeros to dupCutoffDate
    if runDateInt > dupDays
        compute dupCutoffInt = runDateInt - dupDays
        compute dupCutoffDate = function date-of-integer(dupCutoffInt)
    end-if

    open i-o dupHist
    if dupHistStatus = '35'
        display 'DUPHIST not found - no prior message history'
        open output dupHist
        if dupHistStatus = '00'
            close dupHist
            open i-o dupHist
        end-if
    end-if
    if dupHistStatus not = '00'
        display 'WARNING: DUPHIST open failed, status ' dupHistStatus
    else
        move 'Y' to dupOpenFlag
        move 'N' to dupEofFlag
        move low-values to dhRunDate
        start dupHist key is >= dhRunDate
            invalid key move 'Y' to dupEofFlag
        end-start
        perform until dupEndOfFile
            read dupHist next record
                at end move 'Y' to dupEofFlag
            end-read
            if not dupEndOfFile
                if dhRunDate >= dupCutoffDate
                    move 'Y' to dupEofFlag
                else
                    delete dupHist record
                        invalid key continue
                    end-delete
                    add 1 to dupPrunedCount
                end-if
            end-if
        end-perform
        if dupPrunedCount > 0
            display 'DUPHIST: ' dupPrunedCount
                ' ENTRIES PAST RETENTION REMOVED'
        end-if
    end-if
.

*> a dry run consults the seen-message history but never prunes it
*> or adds to it. With no history there is nothing to replay the
*> file against, which is no finding.
openDupHistoryInput.
    move 'N' to dupOpenFlag
    open input dupHist
    if dupHistStatus = '00'
        move 'Y' to dupOpenFlag
    else
        display 'DUPHIST not available - replay check not made'
    end-if
.

*> the message hash is the trailer convention applied to the whole
*> reassembled text: the sum of the ordinal values of all its
*> bytes, modulo 1,000,000,000. A hit in the history makes this
*> message a replay.
checkDuplicateMessage.
    move zeros to msgHash
    perform varying msgHashIdx from 1 by 1 until msgHashIdx > 891
            + function ord(msgBuffer(msgHashIdx:1)), 1000000000)
    end-perform
    move 'N' to dupFoundFlag
    if dupOpenFlag = 'Y'
        move msgHash to dhHash
        read dupHist record
            invalid key continue
            not invalid key move 'Y' to dupFoundFlag
        end-read
    end-if
    if dupFoundFlag = 'N' and dryRunFlag = 'Y'
        perform varying dryHashIdx from 1 by 1
                until dryHashIdx > dryHashCount
            if dryHash(dryHashIdx) = msgHash
                move 'Y' to dupFoundFlag
                exit perform
            end-if
        end-perform
    end-if
.

*> a dry run's stand-in for recordMessageHash: the hash of every
*> message that passed, held for the rest of the run only.
recordDryRunHash.
    if dryHashCount >= 20000
        display 'FATAL: DRY RUN EXCEEDS ' dryHashCount
            ' MESSAGES - RAISE dryHashTable - RUN STOPPED'
        move 16 to return-code
        stop run
    end-if
    add 1 to dryHashCount
    move msgHash to dryHash(dryHashCount)
.

*> every message that actually processed joins the history straight
*> away, so a repeat later tonight is caught as surely as a repeat
*> in a later run. A hash already on file (a replay let through on
*> purpose) has its batch and date refreshed instead.
recordMessageHash.
    if dupOpenFlag = 'Y'
        move msgHash to dhHash
        move batchId to dhBatchId
        move runDate to dhRunDate
        write dupHistRecord
            invalid key
                rewrite dupHistRecord
                    invalid key
                        display 'WARNING: DUPHIST update failed, '
                            'status ' dupHistStatus
                end-rewrite
        end-write
    end-if
.

*> resolve the record's named key profile against the vault. only
*> an active profile whose effective-date window covers today's run
*> date yields a usable key; anything else leaves the lookup failed
*> so the caller suspends the record. A keyId can appear on several
*> lines over its lifetime - a retired profile and its dated
*> successor - so the read positions at the keyId's first line and
*> walks its lines in effective-date order, taking the first one
*> that is active and in its window.
resolveKeyId.
    move 'N' to keyLookupFlag
    move 'N' to keyEofFlag
    if keyOpenFlag = 'N'
        move 'Y' to keyEofFlag
    else
        move msgKeyId   to keyId
        move low-values to keyEffFrom
        start keyFile key is >= keyVaultKey
            invalid key move 'Y' to keyEofFlag
        end-start
    end-if
    perform until keyEndOfFile or keyLookupFlag = 'Y'
        read keyFile next record
            at end move 'Y' to keyEofFlag
        end-read
        if not keyEndOfFile
            if keyId not = msgKeyId
                move 'Y' to keyEofFlag
            else
                if keyStatus = 'A'
                        and runDate >= keyEffFrom
                        and (keyEffTo = spaces
                             or runDate <= keyEffTo)
                    move 'Y' to keyLookupFlag
                    move msgKeyId      to effKeyId
                    move keyCipherMode to keyUseMode
*>                  a blank shift column on a hand-maintained
*>                  master must never put spaces into a numeric
*>                  field.
                    if keyShiftVal numeric
                        move keyShiftVal to keyUseShift
                    else
                        move zeros to keyUseShift
                    end-if
                    move keyTextVal    to keyUseText
                end-if
            end-if
        end-if
    end-perform
        move decryptedCount to histDecrypted
        move solvedCount    to histSolved
        move excpCount      to histExcp
        move auditLineCount to histAuditLines
        move lastAuditChain to histAuditChain
        write histRecord
        close runHist
    end-if
    if partOut1Status not = '00'
        display 'FATAL: PARTOUT1 open failed, status ' partOut1Status
        move 16 to return-code
        perform failRunLedger
        stop run
    end-if
    if partOut2Status not = '00'
        display 'FATAL: PARTOUT2 open failed, status ' partOut2Status
        move 16 to return-code
        perform failRunLedger
        stop run
    end-if
    if partOut3Status not = '00'
        display 'FATAL: PARTOUT3 open failed, status ' partOut3Status
        move 16 to return-code
        perform failRunLedger
        stop run
    end-if
    if partOut4Status not = '00'
        display 'FATAL: PARTOUT4 open failed, status ' partOut4Status
        move 16 to return-code
        perform failRunLedger
        stop run
    end-if
.

*> the partner master stays open for the run; each message's
*> partner is read by key. A missing PARTFILE is not fatal on its
*> own - it only means every record naming a partner will reject
*> as unknown.
openPartnerFile.
    move 'N' to partOpenFlag
    open input partFile
    if partFileStatus = '00'
        move 'Y' to partOpenFlag
    else
        display 'PARTFILE not found - partner records will reject'
    end-if
.

*> resolve the message's named partner by keyed read. only an
*> active ('A') partner may route traffic through the run. The
*> partner's defaults go into its line in the run table - added
*> the first time the partner is seen tonight, refreshed from the
*> master every time after - so the counts stay with the partner
*> across the whole batch. A run that sees more partners than the
*> table holds is fatal, for the same reason an overflowing master
*> load always was: a partner silently missing from PARTVOL is a
*> partner silently not billed.
resolvePartner.
    move 'N' to partLookupFlag
    if partOpenFlag = 'Y'
        move msgPartnerId to partId
        read partFile record
            invalid key continue
            not invalid key
                if partStatus = 'A'
                    move 'Y' to partLookupFlag
                end-if
        end-read
    end-if
    if partLookupFlag = 'Y'
        move zeros to curPartIdx
        perform varying partIdx from 1 by 1 until partIdx > partCount
            if ptId(partIdx) = msgPartnerId
                move partIdx to curPartIdx
                exit perform
            end-if
        end-perform
        if curPartIdx = 0
            if partCount >= 5000
                display 'FATAL: RUN EXCEEDS ' partCount
                    ' PARTNERS - RAISE partTable - RUN STOPPED'
                move 16 to return-code
                perform failRunLedger
                stop run
            end-if
            add 1 to partCount
            move partCount to curPartIdx
            move partId    to ptId(curPartIdx)
            move zeros     to ptCount(curPartIdx)
            move zeros     to ptEnc(curPartIdx)
            move zeros     to ptDec(curPartIdx)
            move zeros     to ptSol(curPartIdx)
            move zeros     to ptRouted(curPartIdx)
        end-if
        move partStatus     to ptStatus(curPartIdx)
        move partDefAction  to ptDefAct(curPartIdx)
*>      same guard as the key vault: a blank shift column must
*>      never put spaces into a numeric field.
        if partDefShift numeric
            move partDefShift to ptDefShift(curPartIdx)
        else
            move zeros to ptDefShift(curPartIdx)
        end-if
        move partDefKeyText to ptDefKey(curPartIdx)
        move partRoute      to ptRoute(curPartIdx)
        move partLang       to ptLang(curPartIdx)
    end-if
.

*> the language profiles. English takes entry 1 before the file is
*> read, so its lines (if any) land there. A language with more
*> codes or words than the table holds fails the run loudly, the
*> same as every other overfull table - a half-loaded word list
*> would quietly score a language wrong. A weights line that isn't
*> 52 digits is ignored (English weights stand in) and named on the
*> console; a missing LANGFILE leaves Solve scoring English only.
loadLanguageProfiles.
    move 1 to langCount
    move 'EN' to lgCode(1)
    move 'Y' to lgProfile(1)
    move zeros to lgWordCount(1)
    move spaces to lgWords(1)
    move spaces to lgWeights(1)
    move zeros to lgSolved(1)
    move zeros to lgConfident(1)
    move zeros to lgNoConf(1)
    move zeros to lgPartial(1)
    open input langFile
    if langFileStatus not = '00'
        display 'LANGFILE not found - Solve scores English only'
    else
        move 'N' to langEofFlag
        read langFile
            at end move 'Y' to langEofFlag
        end-read
        perform until langEndOfFile
            if langCode not = spaces
                move langCode to msgLang
                perform resolveLanguage
                move 'Y' to lgProfile(curLangIdx)
                evaluate langRecType
                    when 'W'
                        if langData(1:8) not = spaces
                            if lgWordCount(curLangIdx) >= 40
                                display 'FATAL: LANGFILE ' langCode
                                    ' EXCEEDS 40 WORDS - RAISE langTable'
                                    ' - RUN STOPPED'
                                move 16 to return-code
                                perform failRunLedger
                                stop run
                            end-if
                            add 1 to lgWordCount(curLangIdx)
                            compute langOffset =
                                (lgWordCount(curLangIdx) - 1) * 8 + 1
                            move function upper-case(langData(1:8))
                                to lgWords(curLangIdx)(langOffset:8)
                        end-if
                    when 'F'
                        if langData numeric
                            move langData to lgWeights(curLangIdx)
                        else
                            display 'LANGFILE: ' langCode
                                ' LETTER WEIGHTS NOT NUMERIC - IGNORED'
                        end-if
                    when other
                        display 'LANGFILE: ' langCode
                            ' UNKNOWN LINE TYPE ' langRecType
                            ' - IGNORED'
                end-evaluate
            end-if
            read langFile
                at end move 'Y' to langEofFlag
            end-read
        end-perform
        close langFile
    end-if
.

*> find the msgLang entry, adding it (with no profile of its own)
*> the first time a code is seen.
resolveLanguage.
    move zeros to curLangIdx
    perform varying langIdx from 1 by 1 until langIdx > langCount
        if lgCode(langIdx) = msgLang
            move langIdx to curLangIdx
            exit perform
        end-if
    end-perform
    if curLangIdx = 0
        if langCount >= 20
            display 'FATAL: RUN EXCEEDS ' langCount
                ' LANGUAGES - RAISE langTable - RUN STOPPED'
            move 16 to return-code
            perform failRunLedger
            stop run
        end-if
        add 1 to langCount
        move langCount to curLangIdx
        move msgLang to lgCode(curLangIdx)
        move 'N'    to lgProfile(curLangIdx)
        move zeros  to lgWordCount(curLangIdx)
        move spaces to lgWords(curLangIdx)
        move spaces to lgWeights(curLangIdx)
        move zeros  to lgSolved(curLangIdx)
        move zeros  to lgConfident(curLangIdx)
        move zeros  to lgNoConf(curLangIdx)
        move zeros  to lgPartial(curLangIdx)
    end-if
.

*> one Solve message's confidence result, under the language it was
*> scored in.
countLanguageResult.
    add 1 to lgSolved(curLangIdx)
    evaluate outStatusWk
        when 'NOCONF'
            add 1 to lgNoConf(curLangIdx)
        when 'PARTIAL'
            add 1 to lgPartial(curLangIdx)
        when other
            add 1 to lgConfident(curLangIdx)
    end-evaluate
.

countPartnerVolume.
    move currentTimestamp(1:14) to auditTimestamp
    move defaultOperator to auditOperator
    move batchId to auditBatchId
    perform computeAuditChain
    write auditRecord
    if auditOutStatus not = '00'
        display 'WARNING: AUDITOUT write failed, record '
            recNo ' status ' auditOutStatus
    else
        move auditChain to lastAuditChain
        add 1 to auditLineCount
    end-if
.

*> the audit trail is one unbroken chain across runs: read back the
*> check value of the last line already on AUDITOUT so tonight's
*> first line chains from it. A missing or empty trail starts the
*> chain at zero; so does a trail whose last line predates the
*> chain (no check value on it), which AUDITVFY treats the same way.
loadAuditChain.
    move zeros to lastAuditChain
    move zeros to auditLineCount
    move 'N' to auditEofFlag
    open input auditOut
    if auditOutStatus = '00'
        read auditOut
            at end move 'Y' to auditEofFlag
        end-read
        perform until auditEndOfFile
            add 1 to auditLineCount
            if auditChain numeric
                move auditChain to lastAuditChain
            else
                move zeros to lastAuditChain
            end-if
            read auditOut
                at end move 'Y' to auditEofFlag
            end-read
        end-perform
        close auditOut
    end-if
.

*> the chained check value: every byte of the line's first 57
*> weighted by its position (so two swapped characters still
*> change the sum), folded together with the previous line's check
*> value, modulo the prime 999,999,937. AUDITARC, AUDITVFY, and
*> every other program that appends to the trail compute it the
*> same way - they must agree byte for byte.
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

*> remember each distinct shift key seen this run so the summary
*> report can list them.
trackShiftUsage.
    if rptFileStatus not = '00'
        display 'FATAL: RPTFILE open failed, status ' rptFileStatus
        move 16 to return-code
        perform failRunLedger
        stop run
    end-if

        write rptLine
    end-if

*>  Solve confidence by language: a language whose traffic keeps
*>  coming back NOCONF needs a better word list, and a code with no
*>  LANGFILE profile at all is called out - it was scored English.
    move spaces to rptLine
    write rptLine
    move 'SOLVE RESULTS BY LANGUAGE :' to rptLine
    write rptLine
    perform varying langIdx from 1 by 1 until langIdx > langCount
        if lgSolved(langIdx) > 0
            move spaces to rptLine
            if lgProfile(langIdx) = 'N'
                string '    ' lgCode(langIdx)
                    ' SOLVED ' lgSolved(langIdx)
                    ' OK ' lgConfident(langIdx)
                    ' NOCONF ' lgNoConf(langIdx)
                    ' PARTIAL ' lgPartial(langIdx)
                    ' NO PROFILE'
                    delimited by size into rptLine
            else
                string '    ' lgCode(langIdx)
                    ' SOLVED ' lgSolved(langIdx)
                    ' OK ' lgConfident(langIdx)
                    ' NOCONF ' lgNoConf(langIdx)
                    ' PARTIAL ' lgPartial(langIdx)
                    delimited by size into rptLine
            end-if
            write rptLine
        end-if
    end-perform

    close rptFile
.

openCertReport.
    open output certRpt
    if certRptStatus not = '00'
        display 'FATAL: CERTRPT open failed, status ' certRptStatus
        move 16 to return-code
        stop run
    end-if
    move spaces to certLine
    string 'PARTNER CERTIFICATION REPORT - DRY RUN - RUN DATE ' runDate
        delimited by size into certLine
    write certLine
    move spaces to certLine
    string 'OPERATOR         : ' defaultOperator
        delimited by size into certLine
    write certLine
    move spaces to certLine
    write certLine
    move 'RECORDS THAT WOULD BE SUSPENDED :' to certLine
    write certLine
.

*> one would-be suspense record: the same record number, reason,
*> and message text SUSPFILE would have been given.
writeCertSuspense.
    move spaces to certLine
    string '    REC ' sbRecNo(segIdx) ' ' suspendReason ' '
        sbMessage(segIdx)
        delimited by size into certLine
    write certLine
    add 1 to certSuspCount
.

tallyCertReason.
    perform varying certReasonIdx from 1 by 1
            until certReasonIdx > certReasonCount
        if crReason(certReasonIdx) = suspendReason
            exit perform
        end-if
    end-perform
    if certReasonIdx > certReasonCount
        if certReasonCount >= 20
            display 'FATAL: OVER 20 SUSPENSE REASONS - RAISE '
                'certReasonTable - RUN STOPPED'
            move 16 to return-code
            stop run
        end-if
        add 1 to certReasonCount
        move suspendReason to crReason(certReasonCount)
        move zeros to crCount(certReasonCount)
    end-if
    add 1 to crCount(certReasonIdx)
.

*> the rest of the certification report once the file is read: the
*> batch control results, the counts, and the verdict. The file
*> passes only when its batch control stands and not one message
*> would have gone to suspense; anything else fails it with return
*> code 8 - a dry run holds no downstream job, so a batch control
*> failure is a FAIL here, not the real run's 12.
writeCertReport.
    if certSuspCount = 0
        move '    NONE' to certLine
        write certLine
    end-if

    move spaces to certLine
    write certLine
    move 'BATCH CONTROL :' to certLine
    write certLine
    move spaces to certLine
    if hdrSeenFlag = 'Y'
        string '    HEADER       : BATCH ' batchId
            ' CREATED ' batchCreateDate ' ORIGIN ' batchOriginSys
            delimited by size into certLine
    else
        move '    HEADER       : MISSING' to certLine
    end-if
    write certLine
    move spaces to certLine
    if trlSeenFlag = 'Y'
        string '    DETAIL COUNT : READ ' detailCount
            ' TRAILER ' trlExpCount
            delimited by size into certLine
        write certLine
        move spaces to certLine
        string '    HASH TOTAL   : READ ' batchHash
            ' TRAILER ' trlExpHash
            delimited by size into certLine
    else
        string '    TRAILER      : MISSING - DETAILS READ ' detailCount
            delimited by size into certLine
    end-if
    write certLine
    if batchOkFlag = 'Y'
        move 'PASSED' to certBatchResult
    else
        move 'FAILED' to certBatchResult
    end-if
    move spaces to certLine
    string '    RESULT       : ' certBatchResult
        delimited by size into certLine
    write certLine

    move spaces to certLine
    write certLine
    move spaces to certLine
    string 'DETAIL RECORDS READ    : ' detailCount
        delimited by size into certLine
    write certLine
    move spaces to certLine
    string 'MESSAGES WOULD PROCESS : ' acceptedCount
        delimited by size into certLine
    write certLine
    move spaces to certLine
    string 'MESSAGES WOULD SUSPEND : ' rejectedCount
        delimited by size into certLine
    write certLine
    move spaces to certLine
    string 'RECORDS WOULD SUSPEND  : ' certSuspCount
        delimited by size into certLine
    write certLine
    perform varying certReasonIdx from 1 by 1
            until certReasonIdx > certReasonCount
        move spaces to certLine
        string '    ' crReason(certReasonIdx) ' '
            crCount(certReasonIdx)
            delimited by size into certLine
        write certLine
    end-perform

    move spaces to certLine
    write certLine
    move 'MESSAGES BY PARTNER :' to certLine
    write certLine
    perform varying partIdx from 1 by 1 until partIdx > partCount
        if ptCount(partIdx) > 0
            move spaces to certLine
            string '    ' ptId(partIdx) ' ' ptCount(partIdx)
                delimited by size into certLine
            write certLine
        end-if
    end-perform
    if noPartnerCount > 0
        move spaces to certLine
        string '    NONE ' noPartnerCount
            delimited by size into certLine
        write certLine
    end-if

    if batchOkFlag = 'Y' and rejectedCount = 0
        move 'PASS' to certVerdict
        move zeros to return-code
    else
        move 'FAIL' to certVerdict
        move 8 to return-code
    end-if
    move spaces to certLine
    write certLine
    move spaces to certLine
    string 'VERDICT : ' certVerdict
        delimited by size into certLine
    write certLine
    display 'DRY RUN VERDICT: ' certVerdict
.

IDENTIFICATION DIVISION.
PROGRAM-ID.   Encrypt.
ENVIRONMENT DIVISION.

*> the 20 most common short English words, not any one sample
*> message - this has to score arbitrary batch traffic, not just
*> the handful of sentences used to exercise the program. English
*> is the built-in profile: it scores any message whose caller
*> passes no LANGFILE word list of its own.
01 dictionaryWordsFlat.
   05 filler pic x(8) value 'THE     '.
   05 filler pic x(8) value 'AND     '.
01 dictionaryTable redefines dictionaryWordsFlat.
   05 dictionaryWord occurs 20 times pic x(8).

*> the word list and letter weights this message is actually scored
*> against: the caller's language profile, or the built-in English
*> tables wherever the profile has nothing of its own.
01 activeWordCount   pic 9(2) value zeros.
01 activeWordsFlat   pic x(320) value spaces.
01 activeWordTable redefines activeWordsFlat.
   05 activeWord occurs 40 times pic x(8).
01 activeWeightsFlat pic x(52) value spaces.
01 activeWeightTable redefines activeWeightsFlat.
   05 activeWeight occurs 26 times pic 9(2).

01 solveStartShift    pic 9(3) value zeros.

*> keyed (Vigenere) crack work areas. tranKeyText keys are at most
*> relative English letter frequencies, A through Z, scaled 0-12.
*> A coset is too thin for real chi-squared work, but a weighted
*> sum against these beats a plain common-letter membership count.
*> The built-in default, like the English dictionary above.
01 letterWeightsFlat pic x(52) value
    '0801030412020206070001040207080200060609030102000200'.
01 letterWeightTable redefines letterWeightsFlat.
01 solveBudget     pic 9(5)  value zeros.
01 solveCallsUsed  pic 9(7)  value zeros.
01 solveBudgetHit  pic x(1)  value 'N'.
*> the message's language profile: up to 40 words (count zero means
*> none - score with the built-in English words) and the 26 letter
*> weights (not numeric means none - use the built-in English ones).
01 solveWordCount  pic 9(2)  value zeros.
01 solveWords      pic x(320) value spaces.
01 solveWeights    pic x(52) value spaces.

PROCEDURE DIVISION USING solveString, solveShift, solveResumeShift,
        solveFoundShift, solvePartial, solveFoundKey,
        solveConfident, solveBudget, solveCallsUsed,
        solveBudgetHit, solveWordCount, solveWords, solveWeights.
SOLVE.
    if solveWordCount > 0
        move solveWordCount to activeWordCount
        move solveWords to activeWordsFlat
    else
        move 20 to activeWordCount
        move spaces to activeWordsFlat
        move dictionaryWordsFlat to activeWordsFlat(1:160)
    end-if
    if solveWeights numeric
        move solveWeights to activeWeightsFlat
    else
        move letterWeightsFlat to activeWeightsFlat
    end-if

    move solveString to referenceText
    move zeros to bestScore
    move zeros to bestShiftFound
.

*> dictionary score for one candidate plaintext: the weighted count
*> of the common short words of the message's language it contains.
scoreCandidate.
    move function upper-case(candidateText) to upperCandidate
    move zeros to candidateScore
    perform varying wordIdx from 1 by 1 until wordIdx > activeWordCount
        move activeWord(wordIdx) to wordScratch
        move zeros to wordLen
        inspect function reverse(wordScratch)
            tallying wordLen for leading spaces
.

*> best and runner-up single shifts for one key position, scored by
*> the weighted letter frequencies of the message language over the
*> coset's decrypted letters. The runner-up feeds the refinement
*> pass, so a thin coset's near-miss still gets one full-decrypt
*> chance without sweeping all 26 letters against the whole message.
recoverCosetShift.
    move zeros to bestCosetScore
    move zeros to bestCosetShift
                end-if
            end-if
            if cosetPlainVal > 0
                add activeWeight(cosetPlainVal - 65) to cosetScore
            end-if
        end-perform
        if cosetScore > bestCosetScore
