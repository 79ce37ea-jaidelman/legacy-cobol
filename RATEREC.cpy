    *> RATEREC.cpy
    *> One record of the chargeback rate file SQRTRATE.DAT, read by
    *> the SQRTCHGB month-end chargeback. Each record carries the
    *> date its rates take effect; a run is priced at the record with
    *> the latest effective date not after the run's own date, so a
    *> mid-month rate change prices each run at the rate in force
    *> that day. Records may be in any order; a record whose date
    *> starts with '*' is a comment.
    *>
    *> Rates are kept as plain digits with the decimal point implied:
    *>   RATE-PER-RECORD  per record submitted (3.4, 0012500 = 1.25)
    *>   RATE-PER-ITER    per iteration actually computed (1.6)
    *>   RATE-HP-SURCH    per high-precision answer delivered (3.4)
    *>   RATE-NTH-SURCH   per Nth-root answer delivered (3.4)
    *>   RATE-MASTER-HIT  per answer reused from the results master
    *>                    (1.6); zero leaves master hits free
    *>
    *> 2026-10-15 JA  Added so the chargeback prices itself instead
    *>                of finance pricing the counts by hand.
    01 RATE-REC.
       02 RATE-EFF-DATE   PICTURE X(08).
       02 RATE-FILL-1     PICTURE X(01).
       02 RATE-PER-RECORD PICTURE 9(03)V9(04).
       02 RATE-FILL-2     PICTURE X(01).
       02 RATE-PER-ITER   PICTURE 9(01)V9(06).
       02 RATE-FILL-3     PICTURE X(01).
       02 RATE-HP-SURCH   PICTURE 9(03)V9(04).
       02 RATE-FILL-4     PICTURE X(01).
       02 RATE-NTH-SURCH  PICTURE 9(03)V9(04).
       02 RATE-FILL-5     PICTURE X(01).
       02 RATE-MASTER-HIT PICTURE 9(01)V9(06).
       02 RATE-FILL-6     PICTURE X(32).
