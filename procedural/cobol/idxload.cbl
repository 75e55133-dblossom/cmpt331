IDENTIFICATION DIVISION.
PROGRAM-ID.   IDXLOAD.
AUTHOR.       Dan Blossom

*> keyed master load: builds the indexed KEYFILE, PARTFILE, and
*> DUPHIST from line-sequential images of them (KEYSEQ, PARTSEQ,
*> DUPSEQ - the flat files as they stood before the masters went
*> keyed, or an unload kept for recovery). Each image that is
*> present replaces its keyed file outright; an absent image
*> leaves that file alone. A line whose key is already loaded is
*> not loaded twice - it is counted and listed on the console, so
*> a hand-edited image with a doubled line is caught here instead
*> of being half-applied. Any rejected line ends with return
*> code 4.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    select keySeq    assign to "KEYSEQ"
        organization is line sequential
        file status  is keySeqStatus.
    select partSeq   assign to "PARTSEQ"
        organization is line sequential
        file status  is partSeqStatus.
    select dupSeq    assign to "DUPSEQ"
        organization is line sequential
        file status  is dupSeqStatus.
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
    select dupHist   assign to "DUPHIST"
        organization is indexed
        access mode  is dynamic
        record key   is dhHash
        alternate record key is dhRunDate with duplicates
        file status  is dupHistStatus.

DATA DIVISION.
FILE SECTION.

*> the flat images, one master line per record.
FD  keySeq.
01 keySeqRecord      pic x(38).
FD  partSeq.
01 partSeqRecord     pic x(21).
FD  dupSeq.
01 dupSeqRecord      pic x(25).

*> the keyed masters, exactly as MAINPROG declares them.
FD  keyFile.
01 keyRecord.
   05 keyId           pic x(8).
   05 keyCipherMode   pic x(1).
   05 keyShiftVal     pic 9(3).
   05 keyTextVal      pic x(9).
   05 keyEffFrom      pic x(8).
   05 keyEffTo        pic x(8).
   05 keyStatus       pic x(1).

FD  partFile.
01 partRecord.
   05 partId          pic x(4).
   05 partStatus      pic x(1).
   05 partDefAction   pic x(1).
   05 partDefShift    pic 9(3).
   05 partDefKeyText  pic x(9).
   05 partRoute       pic 9(1).
   05 partLang        pic x(2).

FD  dupHist.
01 dupHistRecord.
   05 dhHash          pic 9(9).
   05 dhBatchId       pic x(8).
   05 dhRunDate       pic x(8).

WORKING-STORAGE SECTION.
01 keySeqStatus     pic x(2) value '00'.
01 partSeqStatus    pic x(2) value '00'.
01 dupSeqStatus     pic x(2) value '00'.
01 keyFileStatus    pic x(2) value '00'.
01 partFileStatus   pic x(2) value '00'.
01 dupHistStatus    pic x(2) value '00'.

01 eofFlag          pic x(1) value 'N'.
   88 endOfFile     value 'Y'.

01 loadedCount      pic 9(7) value zeros.
01 rejectedCount    pic 9(7) value zeros.
01 totalRejected    pic 9(7) value zeros.

PROCEDURE DIVISION.

IDXLOAD.
    perform loadKeyFile
    perform loadPartFile
    perform loadDupHistory

    if totalRejected > 0 and return-code = 0
        move 4 to return-code
    end-if
    stop run.

loadKeyFile.
    open input keySeq
    if keySeqStatus not = '00'
        display 'IDXLOAD: KEYSEQ not present - KEYFILE left as is'
    else
        open output keyFile
        if keyFileStatus not = '00'
            display 'FATAL: KEYFILE open failed, status ' keyFileStatus
            move 16 to return-code
            stop run
        end-if
        move zeros to loadedCount
        move zeros to rejectedCount
        move 'N' to eofFlag
        read keySeq
            at end move 'Y' to eofFlag
        end-read
        perform until endOfFile
            move keySeqRecord to keyRecord
            write keyRecord
                invalid key
                    add 1 to rejectedCount
                    display 'IDXLOAD: KEYFILE DUPLICATE ' keyId
                        ' FROM ' keyEffFrom ' - NOT LOADED'
                not invalid key
                    add 1 to loadedCount
            end-write
            read keySeq
                at end move 'Y' to eofFlag
            end-read
        end-perform
        close keySeq
        close keyFile
        add rejectedCount to totalRejected
        display 'IDXLOAD: KEYFILE LOADED ' loadedCount
            ' REJECTED ' rejectedCount
    end-if
.

loadPartFile.
    open input partSeq
    if partSeqStatus not = '00'
        display 'IDXLOAD: PARTSEQ not present - PARTFILE left as is'
    else
        open output partFile
        if partFileStatus not = '00'
            display 'FATAL: PARTFILE open failed, status '
                partFileStatus
            move 16 to return-code
            stop run
        end-if
        move zeros to loadedCount
        move zeros to rejectedCount
        move 'N' to eofFlag
        read partSeq
            at end move 'Y' to eofFlag
        end-read
        perform until endOfFile
            move partSeqRecord to partRecord
            write partRecord
                invalid key
                    add 1 to rejectedCount
                    display 'IDXLOAD: PARTFILE DUPLICATE ' partId
                        ' - NOT LOADED'
                not invalid key
                    add 1 to loadedCount
            end-write
            read partSeq
                at end move 'Y' to eofFlag
            end-read
        end-perform
        close partSeq
        close partFile
        add rejectedCount to totalRejected
        display 'IDXLOAD: PARTFILE LOADED ' loadedCount
            ' REJECTED ' rejectedCount
    end-if
.

*> a hash repeated in the flat history is not an error - the old
*> file could hold the same hash from two batches. The later line
*> is the one kept, so the retention window runs from the most
*> recent sighting.
loadDupHistory.
    open input dupSeq
    if dupSeqStatus not = '00'
        display 'IDXLOAD: DUPSEQ not present - DUPHIST left as is'
    else
        open output dupHist
        if dupHistStatus not = '00'
            display 'FATAL: DUPHIST open failed, status ' dupHistStatus
            move 16 to return-code
            stop run
        end-if
        close dupHist
        open i-o dupHist
        if dupHistStatus not = '00'
            display 'FATAL: DUPHIST open failed, status ' dupHistStatus
            move 16 to return-code
            stop run
        end-if
        move zeros to loadedCount
        move 'N' to eofFlag
        read dupSeq
            at end move 'Y' to eofFlag
        end-read
        perform until endOfFile
            move dupSeqRecord to dupHistRecord
            if dhHash numeric
                write dupHistRecord
                    invalid key
                        rewrite dupHistRecord
                            invalid key continue
                        end-rewrite
                    not invalid key
                        add 1 to loadedCount
                end-write
            end-if
            read dupSeq
                at end move 'Y' to eofFlag
            end-read
        end-perform
        close dupSeq
        close dupHist
        display 'IDXLOAD: DUPHIST LOADED ' loadedCount
    end-if
.
