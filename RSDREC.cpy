    *> RSDREC.cpy
    *> One record per answer that failed its residual proof, appended
    *> to the residual exception file by SQRT and by the intraday
    *> service (SQRTSRVC). The answer is raised back to the root
    *> degree and compared with the input; when the residual
    *> |Y**N - Z| is wider than the card's tolerance carried through
    *> the power (N * Y**(N-1) * tolerance) the answer is withheld and
    *> this record is what is left to investigate: the input, the
    *> answer that was refused, the value it back-computes to, the
    *> residual and the limit it broke. A power too large to carry
    *> shows as all nines in the back-computed value and residual.
    *>
    *> The source says which program refused it (SQRT or SRVC), the
    *> pass says whether it was the main pass ('1') or the second
    *> pass ('2'), and the master switch is 'Y' when the refused
    *> answer came out of the results master rather than a fresh
    *> compute, i.e. the stored entry itself is suspect.
    *>
    *> 2026-10-15 JA  Added along with the residual proof of every
    *>                answer before it is reported or stored.
    01 RESIDUAL-REC.
       02 RSD-DATE        PICTURE X(08).
       02 RSD-FILL-1      PICTURE X(01).
       02 RSD-RUN-SEQ-NO  PICTURE 9(06).
       02 RSD-FILL-2      PICTURE X(01).
       02 RSD-SOURCE      PICTURE X(04).
       02 RSD-FILL-3      PICTURE X(01).
       02 RSD-REQUESTOR   PICTURE X(04).
       02 RSD-FILL-4      PICTURE X(01).
       02 RSD-REQUEST-REF PICTURE X(08).
       02 RSD-FILL-5      PICTURE X(01).
       02 RSD-ROOT-N      PICTURE 9(02).
       02 RSD-FILL-6      PICTURE X(01).
       02 RSD-PASS        PICTURE X(01).
       02 RSD-FILL-7      PICTURE X(01).
       02 RSD-MASTER-SW   PICTURE X(01).
       02 RSD-FILL-8      PICTURE X(01).
       02 RSD-Z PICTURE S9(10)V9(6) SIGN LEADING SEPARATE.
       02 RSD-FILL-9      PICTURE X(01).
       02 RSD-TOLERANCE   PICTURE V9(12).
       02 RSD-FILL-10     PICTURE X(01).
       02 RSD-Y           PICTURE 9(11)V9(15).
       02 RSD-FILL-11     PICTURE X(01).
       02 RSD-BACK        PICTURE 9(12)V9(15).
       02 RSD-FILL-12     PICTURE X(01).
       02 RSD-RESIDUAL    PICTURE 9(12)V9(15).
       02 RSD-FILL-13     PICTURE X(01).
       02 RSD-LIMIT       PICTURE 9(14)V9(15).
       02 RSD-FILL-14     PICTURE X(05).
