   05 histDecrypted   pic 9(5).
   05 histSolved      pic 9(5).
   05 histExcp        pic 9(5).
   05 histAuditLines  pic 9(7).
   05 histAuditChain  pic 9(9).

*> single parameter card: how many of the most recent runs to show.
FD  trnParm.
