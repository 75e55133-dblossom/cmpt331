*> by action, routed-output volume, the number of runs the partner
*> appeared in, and a per-partner and grand total. Partners are
*> billed per message, and billing used to reconstruct these
*> numbers by hand from saved report listings. Every statement run
*> is recorded on the permanent STMTLOG - RETAIN never purges a
*> PARTVOL month that no statement has been produced for.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    select stmtRpt   assign to "STMTRPT"
        organization is line sequential
        file status  is stmtRptStatus.
    select stmtLog   assign to "STMTLOG"
        organization is line sequential
        file status  is stmtLogStatus.

DATA DIVISION.
FILE SECTION.
FD  stmtRpt.
01 rptLine           pic x(132).

*> permanent statement log: one line appended per statement run -
*> the month, the date it was produced, and what it covered.
FD  stmtLog.
01 stmtLogRecord.
   05 slMonth         pic x(6).
   05 slRunDate       pic x(8).
   05 slPartners      pic 9(4).
   05 slLines         pic 9(7).
   05 slTotal         pic 9(7).

WORKING-STORAGE SECTION.
01 partVolStatus    pic x(2) value '00'.
01 stmParmStatus    pic x(2) value '00'.
01 stmtRptStatus    pic x(2) value '00'.
01 stmtLogStatus    pic x(2) value '00'.

01 eofFlag          pic x(1) value 'N'.
   88 endOfFile     value 'Y'.
    end-if

    close stmtRpt
    perform logStatementRun
    display 'PARTSTMT: ' monthCount ' VOLUME LINE(S) FOR '
        accCount ' PARTNER(S), MONTH ' stmtMonth
    stop run.
    add acRouted(accIdx) to grandRouted
.

*> appended only once the statements are on STMTRPT, so the log
*> never claims a month that was not actually produced. A log that
*> won't open costs the record, not the statements.
logStatementRun.
    open extend stmtLog
    if stmtLogStatus not = '00'
        open output stmtLog
    end-if
    if stmtLogStatus not = '00'
        display 'WARNING: STMTLOG open failed, status ' stmtLogStatus
    else
        move stmtMonth  to slMonth
        move function current-date(1:8) to slRunDate
        move accCount   to slPartners
        move monthCount to slLines
        move grandTotal to slTotal
        write stmtLogRecord
        close stmtLog
    end-if
.

writeGrandTotal.
    move spaces to rptLine
    string 'ALL PARTNERS - BILLABLE MESSAGES : ' grandTotal
