    *> OPRREC.cpy
    *> One record per operator in the operator authority file
    *> SQRTOPER.DAT, read by the SQRTAUTH authority check every
    *> program calls before a sensitive function. The operator ID is
    *> the login the programs already take the operator name from
    *> (USER), or for a command-file command the ID written beside
    *> the command word. Records may be in any order; a record whose
    *> ID starts with '*' is a comment. The file is kept by the
    *> security administrator, not by any program of the suite.
    *>
    *> One Y/N flag per function, in this order:
    *>   1  parameter change       (SQRTPARM)
    *>   2  master purge/reload    (SQRTRESM PURGE and RELOAD)
    *>   3  period-end cutover     (SQRTCUTO)
    *>   4  operator commands      (STOP, DRAIN, PAUSE, RESUME in the
    *>                              command file, to SQRT or SQRTSRVC)
    *>   5  night-stream rerun     (SQRTNITE run again the same night)
    *> Anything other than Y is no authority.
    *>
    *> 2026-10-15 JA  Added so the sensitive functions check who is
    *>                asking instead of trusting whoever can reach
    *>                the machine.
    01 OPERATOR-REC.
       02 OPR-ID          PICTURE X(08).
       02 OPR-FILL-1      PICTURE X(01).
       02 OPR-NAME        PICTURE X(30).
       02 OPR-FILL-2      PICTURE X(01).
       02 OPR-AUTHORITY.
          03 OPR-AUTH-PARM    PICTURE X(01).
          03 OPR-AUTH-MASTER  PICTURE X(01).
          03 OPR-AUTH-CUTOVER PICTURE X(01).
          03 OPR-AUTH-COMMAND PICTURE X(01).
          03 OPR-AUTH-RERUN   PICTURE X(01).
       02 OPR-AUTH-FLAGS REDEFINES OPR-AUTHORITY.
          03 OPR-AUTH-FLAG PICTURE X(01) OCCURS 5 TIMES.
       02 OPR-FILL-3      PICTURE X(35).
