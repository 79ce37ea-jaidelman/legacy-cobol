    *> AUTHLINK.cpy
    *> Shared LINKAGE record passed on every CALL "SQRTAUTH". The
    *> caller names the operator authority file and the security
    *> violation log (resolved the way it resolves its own files),
    *> itself, the operator asking, the function asked for (the
    *> OPRREC.cpy flag number) and a word of detail for the log
    *> (the command, the housekeeping function, the period); it gets
    *> back the verdict and, on a refusal, the reason, which it
    *> prints. A refusal has already been written to the violation
    *> log by the time the call returns.
    *>
    *> 2026-10-15 JA  Added along with the operator authority file.
    01 AUTH-LINKAGE.
       02 AUTH-OPERATOR-FILENAME  PICTURE X(100).
       02 AUTH-VIOLATION-FILENAME PICTURE X(100).
       02 AUTH-PROGRAM   PICTURE X(08).
       02 AUTH-OPERATOR  PICTURE X(08).
       02 AUTH-FUNCTION  PICTURE 9(01).
          88 AUTH-FN-PARAMETER-CHANGE VALUE 1.
          88 AUTH-FN-MASTER-PURGE     VALUE 2.
          88 AUTH-FN-CUTOVER          VALUE 3.
          88 AUTH-FN-OPERATOR-COMMAND VALUE 4.
          88 AUTH-FN-NIGHT-RERUN      VALUE 5.
       02 AUTH-DETAIL    PICTURE X(08).
       02 AUTH-RESULT-SW PICTURE X(01).
          88 AUTH-GRANTED VALUE 'Y'.
          88 AUTH-REFUSED VALUE 'N'.
       02 AUTH-REASON    PICTURE X(30).
