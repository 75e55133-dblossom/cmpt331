FD  archIn.
01 archRecord.
   05 archMonth       pic x(6).
   05 archAudit       pic x(66).

*> one parameter card, blank fields meaning "any": operator,
*> routine, batch id, key reference, and an inclusive timestamp

*> selected lines, in the live audit layout.
FD  qryExt.
01 qryExtRecord      pic x(66).

FD  qryRpt.
01 rptLine           pic x(132).
   05 auditTimestamp  pic x(14).
   05 auditOperator   pic x(8).
   05 auditBatchId    pic x(8).
   05 auditChain      pic 9(9).

*> per-criterion hits across everything read, plus the lines that
*> satisfied every criterion at once.
