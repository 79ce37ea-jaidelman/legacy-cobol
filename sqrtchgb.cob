*> trailers for the range, less each run's SKP= (a record skipped by
*> a restart belongs to no requestor and was never worked).
*>
*> Each run is priced at the rates in force on the run's date, from
*> the dated rate file (RATEREC.cpy): per record submitted, per
*> iteration computed, a surcharge per high-precision and per
*> Nth-root answer, and a rate (possibly zero) per master hit. A run
*> dated before the earliest rate is left unpriced and flagged. The
*> department's charge goes to its cost centre from the requestor
*> master; a code the master doesn't know goes to the suspense
*> account. The priced statement is followed by a GL journal
*> (SQRTGLJ.DAT): a header, one debit per cost centre, one credit to
*> the recovery account for the whole, and a trailer whose debit and
*> credit totals must agree. Ends with RETURN-CODE 4 when any run
*> went unpriced or a rate record was bad.
*>
*> 2026-09-03 JA  Added along with SQRT's activity extract, so the
*>                monthly chargeback is a run, not an afternoon of
*>                retyping twenty reports.
*> 2026-10-15 JA  Each department's statement line is followed by
*>                its name and cost centre from the requestor master
*>                (REQMREC.cpy); without the master the bare codes
*>                print as before.
*> 2026-10-15 JA  Priced: each run at the dated rate in force on its
*>                day, charges rolled up by cost centre and posted
*>                to a balanced GL journal for finance.

IDENTIFICATION DIVISION.
PROGRAM-ID. SQRTCHGB.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ACTIVITY-FILE-STATUS.

    *> Keyed requestor master, for the department name and cost
    *> centre on each statement line.
    SELECT REQUESTOR-FILE ASSIGN TO DYNAMIC REQUESTOR-FILENAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS RQM-CODE
        FILE STATUS IS REQUESTOR-FILE-STATUS.

    *> Dated chargeback rates, loaded whole into the rate table.
    SELECT RATE-FILE ASSIGN TO DYNAMIC RATE-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RATE-FILE-STATUS.

    *> The GL journal handed to finance, written fresh each run.
    SELECT GL-FILE ASSIGN TO DYNAMIC GL-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS GL-FILE-STATUS.

    SELECT PARAMETER-FILE ASSIGN TO DYNAMIC PARAMETER-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PARAMETER-FILE-STATUS.
FD ACTIVITY-FILE.
    COPY "ACTREC.cpy".

FD REQUESTOR-FILE.
    COPY "REQMREC.cpy".

FD RATE-FILE.
    COPY "RATEREC.cpy".

FD GL-FILE.
    01 GL-REC PICTURE X(80).

FD PARAMETER-FILE.
    COPY "PARMREC.cpy".


01 ACTIVITY-FILENAME         PICTURE X(100) VALUE 'SQRTACT.DAT'.
01 DEFAULT-ACTIVITY-FILENAME PICTURE X(100) VALUE SPACES.
01 REQUESTOR-FILENAME        PICTURE X(100) VALUE 'SQRTRQM.DAT'.
01 DEFAULT-REQUESTOR-FILENAME PICTURE X(100) VALUE SPACES.
01 RATE-FILENAME             PICTURE X(100) VALUE 'SQRTRATE.DAT'.
01 DEFAULT-RATE-FILENAME     PICTURE X(100) VALUE SPACES.
01 GL-FILENAME               PICTURE X(100) VALUE 'SQRTGLJ.DAT'.
01 DEFAULT-GL-FILENAME       PICTURE X(100) VALUE SPACES.
01 PARAMETER-FILENAME        PICTURE X(100) VALUE 'SQRTPARM.DAT'.
01 DEFAULT-PARAMETER-FILENAME PICTURE X(100) VALUE SPACES.

01 ACTIVITY-FILE-STATUS  PICTURE X(02) VALUE SPACES.
01 PARAMETER-FILE-STATUS PICTURE X(02) VALUE SPACES.
01 REQUESTOR-FILE-STATUS PICTURE X(02) VALUE SPACES.
01 RATE-FILE-STATUS      PICTURE X(02) VALUE SPACES.
01 GL-FILE-STATUS        PICTURE X(02) VALUE SPACES.

*> The GL accounts: the recovery account credited with the whole
*> chargeback, and the suspense account that takes any charge whose
*> cost centre can't be found.
01 GL-RECOVERY-ACCT         PICTURE X(08) VALUE 'CSRECOV '.
01 DEFAULT-GL-RECOVERY-ACCT PICTURE X(08) VALUE SPACES.
01 GL-SUSPENSE-ACCT         PICTURE X(08) VALUE 'SUSPENSE'.
01 DEFAULT-GL-SUSPENSE-ACCT PICTURE X(08) VALUE SPACES.

01 RUN-DATE    PICTURE X(08) VALUE SPACES.
01 PERIOD-END  PICTURE X(08) VALUE SPACES.

*> Names come from the requestor master when it can be opened.
01 REQMAST-MODE-SW PICTURE X(01) VALUE 'Y'.
   88 REQMAST-MODE-ON VALUE 'Y'.

01 END-OF-PARMS-SW PICTURE X(01) VALUE 'N'.
   88 END-OF-PARMS VALUE 'Y'.
01 END-OF-ACTIVITY-SW PICTURE X(01) VALUE 'N'.
   88 END-OF-ACTIVITY VALUE 'Y'.
01 END-OF-RATES-SW PICTURE X(01) VALUE 'N'.
   88 END-OF-RATES VALUE 'Y'.

*> The statement's date range as keyed; a blank from-date takes the
*> start of the file, a blank to-date takes it to the end.
      03 CB-OK      PICTURE 9(09).
      03 CB-ITER    PICTURE 9(11).
      03 CB-HITS    PICTURE 9(09).
      03 CB-RECS-AMT  PICTURE 9(09)V99.
      03 CB-ITER-AMT  PICTURE 9(09)V99.
      03 CB-SURCH-AMT PICTURE 9(09)V99.
      03 CB-HITS-AMT  PICTURE 9(09)V99.
      03 CB-CHARGE    PICTURE 9(09)V99.
01 REQUESTOR-COUNT    PICTURE 9(02) VALUE ZERO.
01 REQUESTOR-IX       PICTURE 9(02) VALUE ZERO.
01 REQUESTOR-FOUND-SW PICTURE X(01) VALUE 'N'.
01 TOTAL-ITER    PICTURE 9(11) VALUE ZERO.
01 TOTAL-HITS    PICTURE 9(09) VALUE ZERO.
01 SELECTED-COUNT PICTURE 9(07) VALUE ZERO.
01 TOTAL-CHARGE  PICTURE 9(11)V99 VALUE ZERO.
01 UNPRICED-COUNT PICTURE 9(07) VALUE ZERO.

*> The rate file, held whole. A run takes the entry with the latest
*> effective date not after its own; records can be in any order.
01 RATE-TABLE-MAX PICTURE 9(02) VALUE 50.
01 RATE-TABLE.
   02 RATE-ENTRY OCCURS 50 TIMES.
      03 RT-EFF-DATE   PICTURE X(08).
      03 RT-PER-RECORD PICTURE 9(03)V9(04).
      03 RT-PER-ITER   PICTURE 9(01)V9(06).
      03 RT-HP-SURCH   PICTURE 9(03)V9(04).
      03 RT-NTH-SURCH  PICTURE 9(03)V9(04).
      03 RT-MASTER-HIT PICTURE 9(01)V9(06).
01 RATE-COUNT     PICTURE 9(02) VALUE ZERO.
01 RATE-IX        PICTURE 9(02) VALUE ZERO.
01 BAD-RATE-COUNT PICTURE 9(05) VALUE ZERO.
01 IN-FORCE-IX    PICTURE 9(02) VALUE ZERO.
01 IN-FORCE-DATE  PICTURE X(08) VALUE SPACES.

*> One activity record priced. Old records without the operation and
*> precision split price those counts as zero.
01 PRICE-HP-OK     PICTURE 9(07) VALUE ZERO.
01 PRICE-NTH-OK    PICTURE 9(07) VALUE ZERO.
01 PRICE-RECS-AMT  PICTURE 9(09)V99 VALUE ZERO.
01 PRICE-ITER-AMT  PICTURE 9(09)V99 VALUE ZERO.
01 PRICE-SURCH-AMT PICTURE 9(09)V99 VALUE ZERO.
01 PRICE-HITS-AMT  PICTURE 9(09)V99 VALUE ZERO.
01 PRICE-CHARGE    PICTURE 9(09)V99 VALUE ZERO.

*> Charges rolled up by cost centre for the journal debits, built as
*> each department's cost centre is looked up; past the named
*> maximum, and for any department without a cost centre, the charge
*> goes to the suspense account so the journal still balances.
01 COST-CENTRE-TABLE-MAX PICTURE 9(02) VALUE 50.
01 COST-CENTRE-NAMED-MAX PICTURE 9(02) VALUE 49.
01 COST-CENTRE-TABLE.
   02 COST-CENTRE-ENTRY OCCURS 50 TIMES.
      03 CC-CODE   PICTURE X(08).
      03 CC-AMOUNT PICTURE 9(11)V99.
01 COST-CENTRE-COUNT    PICTURE 9(02) VALUE ZERO.
01 COST-CENTRE-IX       PICTURE 9(02) VALUE ZERO.
01 COST-CENTRE-FOUND-SW PICTURE X(01) VALUE 'N'.
   88 COST-CENTRE-FOUND VALUE 'Y'.
01 SOUGHT-COST-CENTRE   PICTURE X(08) VALUE SPACES.

*> Journal control totals, proved against each other in the trailer.
01 GL-DETAIL-COUNT PICTURE 9(07) VALUE ZERO.
01 GL-DEBIT-TOTAL  PICTURE 9(11)V99 VALUE ZERO.
01 GL-CREDIT-TOTAL PICTURE 9(11)V99 VALUE ZERO.

*> The three journal record layouts, staged here and written through
*> the 80-byte GL-REC.
01 GL-HEADER-REC.
   02 FILLER        PICTURE X(01) VALUE 'H'.
   02 GH-RUN-DATE   PICTURE X(08).
   02 GH-FROM-DATE  PICTURE X(08).
   02 GH-TO-DATE    PICTURE X(08).
   02 FILLER        PICTURE X(08) VALUE 'SQRTCHGB'.
   02 FILLER        PICTURE X(47) VALUE SPACES.

01 GL-DETAIL-REC.
   02 FILLER        PICTURE X(01) VALUE 'D'.
   02 GD-ACCOUNT    PICTURE X(08).
   02 GD-DR-CR      PICTURE X(01).
   02 GD-AMOUNT     PICTURE 9(11)V99.
   02 GD-DESC-TEXT  PICTURE X(16).
   02 GD-DESC-DATE  PICTURE X(08).
   02 FILLER        PICTURE X(33) VALUE SPACES.

01 GL-TRAILER-REC.
   02 FILLER          PICTURE X(01) VALUE 'T'.
   02 GT-DETAIL-COUNT PICTURE 9(07).
   02 GT-DEBIT-TOTAL  PICTURE 9(11)V99.
   02 GT-CREDIT-TOTAL PICTURE 9(11)V99.
   02 FILLER          PICTURE X(46) VALUE SPACES.

*> Line formats to be printed

   02 ACTIVITY-OPEN-STATUS   PICTURE X(02).
   02 FILLER                 PICTURE X(12) VALUE SPACES.

01 NO-RATE-FILE-MESS.
   02 FILLER             PICTURE X(11) VALUE ' RATE FILE '.
   02 RATE-OPEN-FILENAME PICTURE X(30).
   02 FILLER             PICTURE X(21) VALUE ' UNAVAILABLE, STATUS='.
   02 RATE-OPEN-STATUS   PICTURE X(02).
   02 FILLER             PICTURE X(16) VALUE SPACES.

01 NO-GL-FILE-MESS.
   02 FILLER           PICTURE X(12) VALUE ' GL JOURNAL '.
   02 GL-OPEN-FILENAME PICTURE X(30).
   02 FILLER           PICTURE X(21) VALUE ' UNAVAILABLE, STATUS='.
   02 GL-OPEN-STATUS   PICTURE X(02).
   02 FILLER           PICTURE X(15) VALUE SPACES.

01 BAD-RATE-MESS.
   02 FILLER       PICTURE X(26) VALUE ' BAD RATE RECORD IGNORED: '.
   02 BAD-RATE-REC PICTURE X(40).
   02 FILLER       PICTURE X(14) VALUE SPACES.

01 RATE-TABLE-FULL-MESS.
   02 FILLER        PICTURE X(34) VALUE
      ' RATE TABLE FULL, RECORD IGNORED: '.
   02 FULL-EFF-DATE PICTURE X(08).
   02 FILLER        PICTURE X(38) VALUE SPACES.

01 RATES-LOADED-LINE.
   02 FILLER       PICTURE X(14) VALUE ' RATES LOADED='.
   02 RATES-LOADED PICTURE Z(4)9.
   02 FILLER       PICTURE X(61) VALUE SPACES.

01 UNPRICED-MESS.
   02 FILLER        PICTURE X(21) VALUE ' NO RATE IN FORCE ON '.
   02 UNPRICED-DATE PICTURE X(08).
   02 FILLER        PICTURE X(05) VALUE ' REQ='.
   02 UNPRICED-REQ  PICTURE X(04).
   02 FILLER        PICTURE X(05) VALUE ' RUN='.
   02 UNPRICED-RUN  PICTURE 9(06).
   02 FILLER        PICTURE X(12) VALUE ', NOT PRICED'.
   02 FILLER        PICTURE X(19) VALUE SPACES.

01 NO-DATA-LINE.
   02 FILLER PICTURE X(36) VALUE ' NO ACTIVITY ON FILE FOR THE PERIOD '.
   02 FILLER PICTURE X(44) VALUE SPACES.
   02 STM-HITS    PICTURE Z(6)9.
   02 FILLER      PICTURE X(09) VALUE SPACES.

*> The department behind the code, under its statement line.
01 STATEMENT-NAME-LINE.
   02 FILLER      PICTURE X(11) VALUE '      DEPT='.
   02 STM-NAME    PICTURE X(30).
   02 FILLER      PICTURE X(04) VALUE ' CC='.
   02 STM-COST-CENTRE PICTURE X(08).
   02 FILLER      PICTURE X(27) VALUE SPACES.

*> What the department is charged, by component, and where it goes.
01 PRICE-LINE.
   02 FILLER        PICTURE X(11) VALUE '      RECS='.
   02 PRC-RECS-AMT  PICTURE Z(6)9.99.
   02 FILLER        PICTURE X(06) VALUE ' ITER='.
   02 PRC-ITER-AMT  PICTURE Z(6)9.99.
   02 FILLER        PICTURE X(07) VALUE ' SURCH='.
   02 PRC-SURCH-AMT PICTURE Z(6)9.99.
   02 FILLER        PICTURE X(06) VALUE ' HITS='.
   02 PRC-HITS-AMT  PICTURE Z(6)9.99.
   02 FILLER        PICTURE X(10) VALUE SPACES.

01 PRICE-TOTAL-LINE.
   02 FILLER          PICTURE X(13) VALUE '      CHARGE='.
   02 PRC-CHARGE      PICTURE Z(8)9.99.
   02 FILLER          PICTURE X(07) VALUE ' TO CC '.
   02 PRC-COST-CENTRE PICTURE X(08).
   02 FILLER          PICTURE X(40) VALUE SPACES.

*> The control totals the run trailers must prove.
01 CONTROL-LINE.
   02 FILLER      PICTURE X(10) VALUE ' CONTROL: '.
   02 CTL-HITS    PICTURE Z(6)9.
   02 FILLER      PICTURE X(21) VALUE SPACES.

01 CHARGE-CONTROL-LINE.
   02 FILLER       PICTURE X(17) VALUE ' CONTROL: CHARGE='.
   02 CTL-CHARGE   PICTURE Z(8)9.99.
   02 FILLER       PICTURE X(15) VALUE ' UNPRICED RUNS='.
   02 CTL-UNPRICED PICTURE Z(6)9.
   02 FILLER       PICTURE X(29) VALUE SPACES.

*> The journal's own control totals, which finance posts against.
01 JOURNAL-CONTROL-LINE.
   02 FILLER         PICTURE X(16) VALUE ' JOURNAL: LINES='.
   02 JNL-LINES      PICTURE Z(4)9.
   02 FILLER         PICTURE X(04) VALUE ' DR='.
   02 JNL-DEBIT      PICTURE Z(10)9.99.
   02 FILLER         PICTURE X(04) VALUE ' CR='.
   02 JNL-CREDIT     PICTURE Z(10)9.99.
   02 FILLER         PICTURE X(23) VALUE SPACES.

01 JOURNAL-UNBALANCED-MESS.
   02 FILLER PICTURE X(42) VALUE
      ' JOURNAL OUT OF BALANCE, NOT TO BE POSTED '.
   02 FILLER PICTURE X(38) VALUE SPACES.

01 CONTROL-NOTE-LINE.
   02 FILLER PICTURE X(54) VALUE
      ' CONTROL RECS = SUM OF RUN TRAILER RECS LESS SKP      '.
    PERFORM INITIALIZE-RUN THRU END-INITIALIZE-RUN.
    PERFORM ACCUMULATE-ACTIVITY THRU END-ACCUMULATE-ACTIVITY.
    PERFORM PRINT-STATEMENT THRU END-PRINT-STATEMENT.
    PERFORM WRITE-GL-JOURNAL THRU END-WRITE-GL-JOURNAL.
    PERFORM TERMINATE-RUN THRU END-TERMINATE-RUN.
    STOP RUN.

*> Pick up the date range, load the rates, and open the files.
INITIALIZE-RUN.
    MOVE ACTIVITY-FILENAME TO DEFAULT-ACTIVITY-FILENAME.
    ACCEPT ACTIVITY-FILENAME FROM ENVIRONMENT "SQRT-ACTIVITY-FILE"
    IF ACTIVITY-FILENAME IS EQUAL TO SPACES
        MOVE DEFAULT-ACTIVITY-FILENAME TO ACTIVITY-FILENAME
    END-IF.
    MOVE REQUESTOR-FILENAME TO DEFAULT-REQUESTOR-FILENAME.
    ACCEPT REQUESTOR-FILENAME FROM ENVIRONMENT "SQRT-REQMAST-FILE"
        ON EXCEPTION
            MOVE DEFAULT-REQUESTOR-FILENAME TO REQUESTOR-FILENAME
    END-ACCEPT.
    IF REQUESTOR-FILENAME IS EQUAL TO SPACES
        MOVE DEFAULT-REQUESTOR-FILENAME TO REQUESTOR-FILENAME
    END-IF.
    MOVE RATE-FILENAME TO DEFAULT-RATE-FILENAME.
    ACCEPT RATE-FILENAME FROM ENVIRONMENT "SQRT-RATE-FILE"
        ON EXCEPTION
            MOVE DEFAULT-RATE-FILENAME TO RATE-FILENAME
    END-ACCEPT.
    IF RATE-FILENAME IS EQUAL TO SPACES
        MOVE DEFAULT-RATE-FILENAME TO RATE-FILENAME
    END-IF.
    MOVE GL-FILENAME TO DEFAULT-GL-FILENAME.
    ACCEPT GL-FILENAME FROM ENVIRONMENT "SQRT-GL-FILE"
        ON EXCEPTION
            MOVE DEFAULT-GL-FILENAME TO GL-FILENAME
    END-ACCEPT.
    IF GL-FILENAME IS EQUAL TO SPACES
        MOVE DEFAULT-GL-FILENAME TO GL-FILENAME
    END-IF.
    MOVE GL-RECOVERY-ACCT TO DEFAULT-GL-RECOVERY-ACCT.
    ACCEPT GL-RECOVERY-ACCT FROM ENVIRONMENT "SQRT-GL-RECOVERY-ACCT"
        ON EXCEPTION
            MOVE DEFAULT-GL-RECOVERY-ACCT TO GL-RECOVERY-ACCT
    END-ACCEPT.
    IF GL-RECOVERY-ACCT IS EQUAL TO SPACES
        MOVE DEFAULT-GL-RECOVERY-ACCT TO GL-RECOVERY-ACCT
    END-IF.
    MOVE GL-SUSPENSE-ACCT TO DEFAULT-GL-SUSPENSE-ACCT.
    ACCEPT GL-SUSPENSE-ACCT FROM ENVIRONMENT "SQRT-GL-SUSPENSE-ACCT"
        ON EXCEPTION
            MOVE DEFAULT-GL-SUSPENSE-ACCT TO GL-SUSPENSE-ACCT
    END-ACCEPT.
    IF GL-SUSPENSE-ACCT IS EQUAL TO SPACES
        MOVE DEFAULT-GL-SUSPENSE-ACCT TO GL-SUSPENSE-ACCT
    END-IF.
    ACCEPT RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT FROM-DATE-PARM FROM ENVIRONMENT "SQRT-CHGB-FROM".
    ACCEPT TO-DATE-PARM FROM ENVIRONMENT "SQRT-CHGB-TO".
    PERFORM READ-PARAMETER-FILE THRU END-READ-PARAMETER-FILE.
            AND TO-DATE-PARM IS NUMERIC
        MOVE TO-DATE-PARM TO RANGE-TO
    END-IF.
    *> The journal is dated to the end of the period, or to today
    *> when the period runs to the end of the file.
    IF RANGE-TO IS EQUAL TO '99999999'
        MOVE RUN-DATE TO PERIOD-END
    ELSE
        MOVE RANGE-TO TO PERIOD-END
    END-IF.

    OPEN OUTPUT STANDARD-OUTPUT.
    WRITE OUT-LINE FROM TITLE-LINE AFTER ADVANCING 0 LINES.
        CLOSE STANDARD-OUTPUT
        STOP RUN
    END-IF.

    PERFORM LOAD-RATE-TABLE THRU END-LOAD-RATE-TABLE.

    OPEN INPUT REQUESTOR-FILE.
    IF REQUESTOR-FILE-STATUS IS NOT EQUAL TO '00'
        MOVE 'N' TO REQMAST-MODE-SW
    END-IF.

    OPEN OUTPUT GL-FILE.
    IF GL-FILE-STATUS IS NOT EQUAL TO '00'
        MOVE GL-FILENAME(1:30) TO GL-OPEN-FILENAME
        MOVE GL-FILE-STATUS TO GL-OPEN-STATUS
        WRITE OUT-LINE FROM NO-GL-FILE-MESS AFTER ADVANCING 1 LINE
        MOVE 8 TO RETURN-CODE
        CLOSE STANDARD-OUTPUT
        STOP RUN
    END-IF.
END-INITIALIZE-RUN. EXIT.

*> Load the whole rate file. Without it nothing can be priced, so
*> the run stops; a record that isn't all digits where the rates
*> belong is listed and skipped, and makes the run a warning.
LOAD-RATE-TABLE.
    OPEN INPUT RATE-FILE.
    IF RATE-FILE-STATUS IS NOT EQUAL TO '00'
        MOVE RATE-FILENAME(1:30) TO RATE-OPEN-FILENAME
        MOVE RATE-FILE-STATUS TO RATE-OPEN-STATUS
        WRITE OUT-LINE FROM NO-RATE-FILE-MESS AFTER ADVANCING 1 LINE
        MOVE 8 TO RETURN-CODE
        CLOSE ACTIVITY-FILE
        CLOSE STANDARD-OUTPUT
        STOP RUN
    END-IF.
    PERFORM LOAD-ONE-RATE THRU END-LOAD-ONE-RATE
        UNTIL END-OF-RATES.
    CLOSE RATE-FILE.
    MOVE RATE-COUNT TO RATES-LOADED.
    WRITE OUT-LINE FROM RATES-LOADED-LINE AFTER ADVANCING 1 LINE.
END-LOAD-RATE-TABLE. EXIT.

LOAD-ONE-RATE.
    READ RATE-FILE
        AT END
            SET END-OF-RATES TO TRUE
    END-READ.
    IF END-OF-RATES
        GO TO END-LOAD-ONE-RATE
    END-IF.
    IF RATE-REC IS EQUAL TO SPACES
            OR RATE-EFF-DATE(1:1) IS EQUAL TO '*'
        GO TO END-LOAD-ONE-RATE
    END-IF.
    IF RATE-EFF-DATE IS NOT NUMERIC
            OR RATE-PER-RECORD IS NOT NUMERIC
            OR RATE-PER-ITER IS NOT NUMERIC
            OR RATE-HP-SURCH IS NOT NUMERIC
            OR RATE-NTH-SURCH IS NOT NUMERIC
            OR RATE-MASTER-HIT IS NOT NUMERIC
        MOVE RATE-REC(1:40) TO BAD-RATE-REC
        WRITE OUT-LINE FROM BAD-RATE-MESS AFTER ADVANCING 1 LINE
        ADD 1 TO BAD-RATE-COUNT
        GO TO END-LOAD-ONE-RATE
    END-IF.
    IF RATE-COUNT IS NOT LESS THAN RATE-TABLE-MAX
        MOVE RATE-EFF-DATE TO FULL-EFF-DATE
        WRITE OUT-LINE FROM RATE-TABLE-FULL-MESS AFTER ADVANCING 1 LINE
        ADD 1 TO BAD-RATE-COUNT
        GO TO END-LOAD-ONE-RATE
    END-IF.
    ADD 1 TO RATE-COUNT.
    MOVE RATE-EFF-DATE TO RT-EFF-DATE(RATE-COUNT).
    MOVE RATE-PER-RECORD TO RT-PER-RECORD(RATE-COUNT).
    MOVE RATE-PER-ITER TO RT-PER-ITER(RATE-COUNT).
    MOVE RATE-HP-SURCH TO RT-HP-SURCH(RATE-COUNT).
    MOVE RATE-NTH-SURCH TO RT-NTH-SURCH(RATE-COUNT).
    MOVE RATE-MASTER-HIT TO RT-MASTER-HIT(RATE-COUNT).
END-LOAD-ONE-RATE. EXIT.

*> Let the central run-parameter file name the files and the GL
*> accounts ahead of the environment; the date range stays a per-run
*> parameter.
READ-PARAMETER-FILE.
    MOVE PARAMETER-FILENAME TO DEFAULT-PARAMETER-FILENAME.
    ACCEPT PARAMETER-FILENAME FROM ENVIRONMENT "SQRT-PARM-FILE"
            AND PARM-VALUE IS NOT EQUAL TO SPACES
        MOVE PARM-VALUE TO ACTIVITY-FILENAME
    END-IF.
    IF PARM-KEYWORD IS EQUAL TO 'REQMAST-FILE'
            AND PARM-VALUE IS NOT EQUAL TO SPACES
        MOVE PARM-VALUE TO REQUESTOR-FILENAME
    END-IF.
    IF PARM-KEYWORD IS EQUAL TO 'RATE-FILE'
            AND PARM-VALUE IS NOT EQUAL TO SPACES
        MOVE PARM-VALUE TO RATE-FILENAME
    END-IF.
    IF PARM-KEYWORD IS EQUAL TO 'GL-FILE'
            AND PARM-VALUE IS NOT EQUAL TO SPACES
        MOVE PARM-VALUE TO GL-FILENAME
    END-IF.
    IF PARM-KEYWORD IS EQUAL TO 'GL-RECOVERY-ACCT'
            AND PARM-VALUE IS NOT EQUAL TO SPACES
        MOVE PARM-VALUE TO GL-RECOVERY-ACCT
    END-IF.
    IF PARM-KEYWORD IS EQUAL TO 'GL-SUSPENSE-ACCT'
            AND PARM-VALUE IS NOT EQUAL TO SPACES
        MOVE PARM-VALUE TO GL-SUSPENSE-ACCT
    END-IF.
END-APPLY-ONE-PARAMETER. EXIT.

*> Roll every in-range activity record into its requestor's entry.
    ADD ACT-OK TO TOTAL-OK.
    ADD ACT-COMP-ITER TO TOTAL-ITER.
    ADD ACT-MASTER-HITS TO TOTAL-HITS.

    PERFORM PRICE-ONE-RECORD THRU END-PRICE-ONE-RECORD.
END-ACCUMULATE-ONE-RECORD. EXIT.

*> Price the run at the rates in force on its date and add the
*> charge to the requestor's entry (REQUESTOR-IX, already found).
*> Each component is rounded to the cent on its own so the priced
*> lines add across to the charge.
PRICE-ONE-RECORD.
    PERFORM FIND-RATE-IN-FORCE THRU END-FIND-RATE-IN-FORCE.
    IF IN-FORCE-IX IS EQUAL TO ZERO
        MOVE ACT-DATE TO UNPRICED-DATE
        MOVE ACT-REQUESTOR TO UNPRICED-REQ
        MOVE ACT-RUN-SEQ-NO TO UNPRICED-RUN
        WRITE OUT-LINE FROM UNPRICED-MESS AFTER ADVANCING 1 LINE
        ADD 1 TO UNPRICED-COUNT
        GO TO END-PRICE-ONE-RECORD
    END-IF.
    MOVE ZERO TO PRICE-HP-OK.
    IF ACT-HP-OK IS NUMERIC
        MOVE ACT-HP-OK TO PRICE-HP-OK
    END-IF.
    MOVE ZERO TO PRICE-NTH-OK.
    IF ACT-NTH-OK IS NUMERIC
        MOVE ACT-NTH-OK TO PRICE-NTH-OK
    END-IF.

    COMPUTE PRICE-RECS-AMT ROUNDED =
        ACT-RECORDS * RT-PER-RECORD(IN-FORCE-IX).
    COMPUTE PRICE-ITER-AMT ROUNDED =
        ACT-COMP-ITER * RT-PER-ITER(IN-FORCE-IX).
    COMPUTE PRICE-SURCH-AMT ROUNDED =
        PRICE-HP-OK * RT-HP-SURCH(IN-FORCE-IX)
        + PRICE-NTH-OK * RT-NTH-SURCH(IN-FORCE-IX).
    COMPUTE PRICE-HITS-AMT ROUNDED =
        ACT-MASTER-HITS * RT-MASTER-HIT(IN-FORCE-IX).
    COMPUTE PRICE-CHARGE = PRICE-RECS-AMT + PRICE-ITER-AMT
        + PRICE-SURCH-AMT + PRICE-HITS-AMT.

    ADD PRICE-RECS-AMT TO CB-RECS-AMT(REQUESTOR-IX).
    ADD PRICE-ITER-AMT TO CB-ITER-AMT(REQUESTOR-IX).
    ADD PRICE-SURCH-AMT TO CB-SURCH-AMT(REQUESTOR-IX).
    ADD PRICE-HITS-AMT TO CB-HITS-AMT(REQUESTOR-IX).
    ADD PRICE-CHARGE TO CB-CHARGE(REQUESTOR-IX).
    ADD PRICE-CHARGE TO TOTAL-CHARGE.
END-PRICE-ONE-RECORD. EXIT.

*> The rate entry with the latest effective date on or before the
*> run's date; IN-FORCE-IX stays zero when the run predates them all.
FIND-RATE-IN-FORCE.
    MOVE ZERO TO IN-FORCE-IX.
    MOVE SPACES TO IN-FORCE-DATE.
    PERFORM TEST-ONE-RATE THRU END-TEST-ONE-RATE
        VARYING RATE-IX FROM 1 BY 1
        UNTIL RATE-IX IS GREATER THAN RATE-COUNT.
END-FIND-RATE-IN-FORCE. EXIT.

TEST-ONE-RATE.
    IF RT-EFF-DATE(RATE-IX) IS GREATER THAN ACT-DATE
        GO TO END-TEST-ONE-RATE
    END-IF.
    IF IN-FORCE-IX IS EQUAL TO ZERO
            OR RT-EFF-DATE(RATE-IX) IS GREATER THAN IN-FORCE-DATE
        MOVE RATE-IX TO IN-FORCE-IX
        MOVE RT-EFF-DATE(RATE-IX) TO IN-FORCE-DATE
    END-IF.
END-TEST-ONE-RATE. EXIT.

*> Find (or first add) the entry for SOUGHT-REQUESTOR, the same way
*> SQRT's subtotal table grows; past the named maximum everything
*> shares the catch-all so the statement still adds up.
    MOVE ZERO TO CB-OK(REQUESTOR-IX).
    MOVE ZERO TO CB-ITER(REQUESTOR-IX).
    MOVE ZERO TO CB-HITS(REQUESTOR-IX).
    MOVE ZERO TO CB-RECS-AMT(REQUESTOR-IX).
    MOVE ZERO TO CB-ITER-AMT(REQUESTOR-IX).
    MOVE ZERO TO CB-SURCH-AMT(REQUESTOR-IX).
    MOVE ZERO TO CB-HITS-AMT(REQUESTOR-IX).
    MOVE ZERO TO CB-CHARGE(REQUESTOR-IX).
END-ZERO-REQUESTOR-ENTRY. EXIT.

SEEK-REQUESTOR-CODE.
    MOVE TOTAL-ITER TO CTL-ITER.
    MOVE TOTAL-HITS TO CTL-HITS.
    WRITE OUT-LINE FROM CONTROL-LINE AFTER ADVANCING 1 LINE.
    MOVE TOTAL-CHARGE TO CTL-CHARGE.
    MOVE UNPRICED-COUNT TO CTL-UNPRICED.
    WRITE OUT-LINE FROM CHARGE-CONTROL-LINE AFTER ADVANCING 1 LINE.
    WRITE OUT-LINE FROM CONTROL-NOTE-LINE AFTER ADVANCING 1 LINE.
END-PRINT-STATEMENT. EXIT.

    MOVE CB-ITER(REQUESTOR-IX) TO STM-ITER.
    MOVE CB-HITS(REQUESTOR-IX) TO STM-HITS.
    WRITE OUT-LINE FROM STATEMENT-LINE AFTER ADVANCING 1 LINE.
    MOVE GL-SUSPENSE-ACCT TO SOUGHT-COST-CENTRE.
    PERFORM PRINT-REQUESTOR-NAME THRU END-PRINT-REQUESTOR-NAME.
    MOVE CB-RECS-AMT(REQUESTOR-IX) TO PRC-RECS-AMT.
    MOVE CB-ITER-AMT(REQUESTOR-IX) TO PRC-ITER-AMT.
    MOVE CB-SURCH-AMT(REQUESTOR-IX) TO PRC-SURCH-AMT.
    MOVE CB-HITS-AMT(REQUESTOR-IX) TO PRC-HITS-AMT.
    WRITE OUT-LINE FROM PRICE-LINE AFTER ADVANCING 1 LINE.
    PERFORM FIND-COST-CENTRE-ENTRY THRU END-FIND-COST-CENTRE-ENTRY.
    ADD CB-CHARGE(REQUESTOR-IX) TO CC-AMOUNT(COST-CENTRE-IX).
    MOVE CB-CHARGE(REQUESTOR-IX) TO PRC-CHARGE.
    MOVE CC-CODE(COST-CENTRE-IX) TO PRC-COST-CENTRE.
    WRITE OUT-LINE FROM PRICE-TOTAL-LINE AFTER ADVANCING 1 LINE.
END-PRINT-ONE-REQUESTOR. EXIT.

*> The department's name line, and its cost centre into
*> SOUGHT-COST-CENTRE when the master has one; otherwise the charge
*> stays with the suspense account.
PRINT-REQUESTOR-NAME.
    IF NOT REQMAST-MODE-ON
            OR CB-CODE(REQUESTOR-IX) IS EQUAL TO SPACES
            OR CB-CODE(REQUESTOR-IX) IS EQUAL TO CATCH-ALL-REQUESTOR
        GO TO END-PRINT-REQUESTOR-NAME
    END-IF.
    MOVE CB-CODE(REQUESTOR-IX) TO RQM-CODE.
    READ REQUESTOR-FILE
        INVALID KEY
            MOVE 'NOT ON REQUESTOR MASTER' TO RQM-NAME
            MOVE SPACES TO RQM-COST-CENTRE
    END-READ.
    MOVE RQM-NAME TO STM-NAME.
    MOVE RQM-COST-CENTRE TO STM-COST-CENTRE.
    WRITE OUT-LINE FROM STATEMENT-NAME-LINE AFTER ADVANCING 1 LINE.
    IF RQM-COST-CENTRE IS NOT EQUAL TO SPACES
        MOVE RQM-COST-CENTRE TO SOUGHT-COST-CENTRE
    END-IF.
END-PRINT-REQUESTOR-NAME. EXIT.

*> Find (or first add) the entry for SOUGHT-COST-CENTRE; past the
*> named maximum the charge joins the suspense account's entry.
FIND-COST-CENTRE-ENTRY.
    PERFORM SEEK-COST-CENTRE THRU END-SEEK-COST-CENTRE.
    IF COST-CENTRE-FOUND
        GO TO END-FIND-COST-CENTRE-ENTRY
    END-IF.
    IF COST-CENTRE-COUNT IS LESS THAN COST-CENTRE-NAMED-MAX
        ADD 1 TO COST-CENTRE-COUNT
        MOVE COST-CENTRE-COUNT TO COST-CENTRE-IX
        MOVE SOUGHT-COST-CENTRE TO CC-CODE(COST-CENTRE-IX)
        MOVE ZERO TO CC-AMOUNT(COST-CENTRE-IX)
        GO TO END-FIND-COST-CENTRE-ENTRY
    END-IF.
    MOVE GL-SUSPENSE-ACCT TO SOUGHT-COST-CENTRE.
    PERFORM SEEK-COST-CENTRE THRU END-SEEK-COST-CENTRE.
    IF NOT COST-CENTRE-FOUND
        ADD 1 TO COST-CENTRE-COUNT
        MOVE COST-CENTRE-COUNT TO COST-CENTRE-IX
        MOVE GL-SUSPENSE-ACCT TO CC-CODE(COST-CENTRE-IX)
        MOVE ZERO TO CC-AMOUNT(COST-CENTRE-IX)
    END-IF.
END-FIND-COST-CENTRE-ENTRY. EXIT.

SEEK-COST-CENTRE.
    MOVE 'N' TO COST-CENTRE-FOUND-SW.
    MOVE 1 TO COST-CENTRE-IX.
    PERFORM TEST-COST-CENTRE THRU END-TEST-COST-CENTRE
        UNTIL COST-CENTRE-FOUND
           OR COST-CENTRE-IX IS GREATER THAN COST-CENTRE-COUNT.
END-SEEK-COST-CENTRE. EXIT.

TEST-COST-CENTRE.
    IF CC-CODE(COST-CENTRE-IX) IS EQUAL TO SOUGHT-COST-CENTRE
        SET COST-CENTRE-FOUND TO TRUE
    ELSE
        ADD 1 TO COST-CENTRE-IX
    END-IF.
END-TEST-COST-CENTRE. EXIT.

*> The GL journal: header, a debit to each cost centre charged, the
*> balancing credit to the recovery account, and the trailer with
*> the control totals; the same totals are printed under the
*> statement so the journal can be proved against it.
WRITE-GL-JOURNAL.
    MOVE RUN-DATE TO GH-RUN-DATE.
    MOVE RANGE-FROM TO GH-FROM-DATE.
    MOVE RANGE-TO TO GH-TO-DATE.
    WRITE GL-REC FROM GL-HEADER-REC.
    PERFORM WRITE-ONE-DEBIT THRU END-WRITE-ONE-DEBIT
        VARYING COST-CENTRE-IX FROM 1 BY 1
        UNTIL COST-CENTRE-IX IS GREATER THAN COST-CENTRE-COUNT.
    IF GL-DEBIT-TOTAL IS GREATER THAN ZERO
        MOVE GL-RECOVERY-ACCT TO GD-ACCOUNT
        MOVE 'C' TO GD-DR-CR
        MOVE GL-DEBIT-TOTAL TO GD-AMOUNT
        MOVE 'SQRT RECOVERY   ' TO GD-DESC-TEXT
        MOVE PERIOD-END TO GD-DESC-DATE
        WRITE GL-REC FROM GL-DETAIL-REC
        ADD 1 TO GL-DETAIL-COUNT
        ADD GD-AMOUNT TO GL-CREDIT-TOTAL
    END-IF.
    MOVE GL-DETAIL-COUNT TO GT-DETAIL-COUNT.
    MOVE GL-DEBIT-TOTAL TO GT-DEBIT-TOTAL.
    MOVE GL-CREDIT-TOTAL TO GT-CREDIT-TOTAL.
    WRITE GL-REC FROM GL-TRAILER-REC.

    MOVE GL-DETAIL-COUNT TO JNL-LINES.
    MOVE GL-DEBIT-TOTAL TO JNL-DEBIT.
    MOVE GL-CREDIT-TOTAL TO JNL-CREDIT.
    WRITE OUT-LINE FROM JOURNAL-CONTROL-LINE AFTER ADVANCING 1 LINE.
    IF GL-DEBIT-TOTAL IS NOT EQUAL TO GL-CREDIT-TOTAL
            OR GL-DEBIT-TOTAL IS NOT EQUAL TO TOTAL-CHARGE
        WRITE OUT-LINE FROM JOURNAL-UNBALANCED-MESS
            AFTER ADVANCING 1 LINE
        MOVE 8 TO RETURN-CODE
    END-IF.
END-WRITE-GL-JOURNAL. EXIT.

WRITE-ONE-DEBIT.
    IF CC-AMOUNT(COST-CENTRE-IX) IS EQUAL TO ZERO
        GO TO END-WRITE-ONE-DEBIT
    END-IF.
    MOVE CC-CODE(COST-CENTRE-IX) TO GD-ACCOUNT.
    MOVE 'D' TO GD-DR-CR.
    MOVE CC-AMOUNT(COST-CENTRE-IX) TO GD-AMOUNT.
    MOVE 'SQRT CHARGEBACK ' TO GD-DESC-TEXT.
    MOVE PERIOD-END TO GD-DESC-DATE.
    WRITE GL-REC FROM GL-DETAIL-REC.
    ADD 1 TO GL-DETAIL-COUNT.
    ADD GD-AMOUNT TO GL-DEBIT-TOTAL.
END-WRITE-ONE-DEBIT. EXIT.

*> An unpriced run or a bad rate record makes the run a warning the
*> scheduler can see, unless the journal already failed it.
TERMINATE-RUN.
    IF REQMAST-MODE-ON
        CLOSE REQUESTOR-FILE
    END-IF.
    CLOSE GL-FILE.
    IF RETURN-CODE IS LESS THAN 4
        IF UNPRICED-COUNT IS GREATER THAN ZERO
                OR BAD-RATE-COUNT IS GREATER THAN ZERO
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF.
    CLOSE STANDARD-OUTPUT.
END-TERMINATE-RUN. EXIT.
