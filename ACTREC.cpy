    *> those actually computed by extfunction (billable at compute
    *> rates) and the master hits that reused a stored answer for
    *> free. The records figure counts the requestor's dispositioned
    *> cards (OK + ERR + RNG + ABRT + RSD, the last being answers
    *> withheld on a failed residual proof); records skipped by a
    *> restart belong to no requestor and are not here.
    *>
    *> The answers are also split by operation (SQR + CUBE + NTH
    *> always equals OK, the same breakdown as the run trailer's OPS
    *> line) and by precision (HP is the high-precision answers among
    *> them), so the chargeback can apply its surcharges. A record
    *> written before the split existed reads back with spaces there
    *> and is priced without surcharges.
    *>
    *> 2026-09-03 JA  Added so the month-end chargeback stops being
    *>                retyped off a stack of printed reports.
    *> 2026-10-15 JA  Answers split by operation and precision for
    *>                the priced chargeback.
    *> 2026-10-15 JA  Records figure now includes the answers
    *>                withheld on a failed residual proof.
    01 ACTIVITY-REC.
       02 ACT-DATE        PICTURE X(08).
       02 ACT-FILL-1      PICTURE X(01).
       02 ACT-COMP-ITER   PICTURE 9(09).
       02 ACT-FILL-6      PICTURE X(01).
       02 ACT-MASTER-HITS PICTURE 9(07).
       02 ACT-FILL-7      PICTURE X(01).
       02 ACT-SQR-OK      PICTURE 9(07).
       02 ACT-FILL-8      PICTURE X(01).
       02 ACT-CUBE-OK     PICTURE 9(07).
       02 ACT-FILL-9      PICTURE X(01).
       02 ACT-NTH-OK      PICTURE 9(07).
       02 ACT-FILL-10     PICTURE X(01).
       02 ACT-HP-OK       PICTURE 9(07).
       02 ACT-FILL-11     PICTURE X(06).
