    *> REQMREC.cpy
    *> One record per requesting department in the keyed requestor
    *> master, keyed on the four-byte requestor code the cards carry
    *> (IN-REQUESTOR) and the activity file bills (ACT-REQUESTOR).
    *> Maintained by the SQRTRQMT program, which logs every change to
    *> its audit file; read by SQRTEDIT and the intraday SQRTSRVC to
    *> turn away work for a code that isn't a live department, and by
    *> SQRT and SQRTCHGB to print the department's name and cost
    *> centre beside the bare code.
    *>
    *> Status codes:
    *>   A  active, work accepted
    *>   S  suspended, work turned away until reinstated
    *>
    *> The monthly quota is the number of records the department is
    *> budgeted to submit in a calendar month; zero means no quota.
    *>
    *> 2026-10-15 JA  Added so a mistyped requestor code can no longer
    *>                start its own subtotal line and end up as a
    *>                chargeback line nobody pays.
    01 REQUESTOR-MAST-REC.
       02 RQM-CODE        PICTURE X(04).
       02 RQM-NAME        PICTURE X(30).
       02 RQM-COST-CENTRE PICTURE X(08).
       02 RQM-CONTACT     PICTURE X(30).
       02 RQM-STATUS      PICTURE X(01).
       02 RQM-QUOTA       PICTURE 9(07).
       02 RQM-FILL-1      PICTURE X(10).
