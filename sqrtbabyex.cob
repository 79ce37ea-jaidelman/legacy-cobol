*>                batch cut is registered on the interface control
*>                file (INTCREC.cpy) the SQRTIACK acknowledgment
*>                matcher proves deliveries against.
*> 2026-10-15 JA  The per-requestor subtotal block now prints each
*>                department's name and cost centre from the
*>                requestor master (REQMREC.cpy) under its REQ=
*>                line; the REQ= line itself is unchanged.
*> 2026-10-15 JA  The activity record now splits each requestor's
*>                answers by operation and precision, for the
*>                priced chargeback's surcharges.
*> 2026-10-15 JA  The imaginary-result, range, abort and still-
*>                aborted lines now carry the requestor code and
*>                request reference like the result and error lines
*>                do, so the SQRTDIST distribution run can route
*>                every line of the report to its department.
*> 2026-10-15 JA  Every answer, computed or taken from the results
*>                master, is now proven before it is reported: Y is
*>                raised back to the root degree and the residual
*>                against Z must sit inside the card's tolerance
*>                carried through the power. A failed answer is
*>                withheld with its own report line, CSV pass flag
*>                'R' and register status 'P', is never stored in
*>                the master, and is written to the residual
*>                exception file (RSDREC.cpy). The trailer gains a
*>                PROOF line and RSD= counts per requestor and deck.
*> 2026-10-15 JA  A command-file command now carries the issuing
*>                operator's ID beside the command word and is
*>                honoured only for an operator the operator
*>                authority file (OPRREC.cpy) allows operator
*>                commands; a refused command is cleared, printed,
*>                and written to the security violation log, and
*>                the run log records who issued every command.
*> 2026-10-15 JA  Every register posting now also records the run
*>                number, deck, pass, whether the answer came from
*>                the results master or was computed, and the
*>                interface sequence number that carried it, for the
*>                SQRTTRCE request trace.
*> 2026-10-15 JA  Partitioned running for decks too big for the
*>                window (SQRT-PARTITION). A PLAN step counts the
*>                deck or manifest, reserves the run and interface
*>                numbers, and splits the records into PARTITION-
*>                COUNT contiguous ranges on a plan file. Each
*>                partition (SQRT-PARTITION=01, 02, ...) runs its
*>                range alone, at the same time as the others, with
*>                its own control, command, log and report files, and
*>                journals every card with the answer it computed;
*>                it reads the results master but updates nothing
*>                shared, so it can be stopped and restarted alone
*>                from its own checkpoint. The MERGE step then runs
*>                the journalled cards through the ordinary result
*>                paragraphs in deck order under the reserved run
*>                number, updating the master and the register one
*>                card at a time, so the report, CSV, interface feed,
*>                statistics and activity records are those of one
*>                run and the trailer and subtotals are exactly what
*>                a single-stream run would print.
*> 2026-10-15 JA  A card whose request its requestor has cancelled
*>                on the register (status C, by a SQRTEDIT cancel
*>                transaction) is passed over with its own report
*>                line, counted under SKP= and in a CANCELLED line
*>                of the trailer, and neither computed, posted nor
*>                billed. A card whose request has been amended is
*>                processed with the amended value, operation,
*>                degree and tolerances from the register in place
*>                of its own. Either is decided by the step that
*>                posts the register: the single-stream run, or the
*>                MERGE step of a partitioned one.
*> 2026-10-15 JA  The operator authority file and the violation log
*>                are named only by the OPER-FILE and SECV-FILE
*>                parameters (or the defaults), no longer by an
*>                environment variable the job's submitter sets.
*> 2026-10-15 JA  A PLAN step that can't open its deck or manifest
*>                ends on the open-failure message instead of on
*>                a write to a report file it never opened.

IDENTIFICATION DIVISION.
PROGRAM-ID. SQRT.
        RECORD KEY IS REQ-KEY
        FILE STATUS IS REQUEST-FILE-STATUS.

    *> Keyed requestor master, maintained by SQRTRQMT; read only for
    *> the department names on the subtotal block.
    SELECT REQUESTOR-FILE ASSIGN TO DYNAMIC REQUESTOR-FILENAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS RQM-CODE
        FILE STATUS IS REQUESTOR-FILE-STATUS.

    *> Residual exception file: one record per answer that failed
    *> its residual proof, appended across runs.
    SELECT RESIDUAL-FILE ASSIGN TO DYNAMIC RESIDUAL-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RESIDUAL-FILE-STATUS.

    *> Partitioned run plan: the reserved run, the record ranges each
    *> partition owns, and the manifest's decks, written by the PLAN
    *> step and read by every partition and by the MERGE step.
    SELECT PLAN-FILE ASSIGN TO DYNAMIC PLAN-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PLAN-FILE-STATUS.

    *> A partition's card journal, written by the partition and read
    *> back by the MERGE step. It is kept in two generations so a
    *> restarted partition can carry its checkpointed cards forward
    *> out of the one and into the other (the prior file) without
    *> losing the journal it is restarting from.
    SELECT PARTITION-WORK-FILE
        ASSIGN TO DYNAMIC PARTITION-WORK-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PARTITION-WORK-FILE-STATUS.

    SELECT PARTITION-PRIOR-FILE
        ASSIGN TO DYNAMIC PARTITION-PRIOR-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PARTITION-PRIOR-FILE-STATUS.

DATA DIVISION.
FILE SECTION.

       02 CTL-FILL-3           PICTURE X(01).
       02 CTL-INTF-SEQ-NO      PICTURE 9(06).
       02 CTL-FILL-4           PICTURE X(17).
       *> On a partition's own control file only: whether the
       *> partition is still running (R) or complete (C), which
       *> generation of its card journal is current, and how many
       *> journal records that generation held at the checkpoint.
       02 CTL-PARTITION-FIELDS REDEFINES CTL-FILL-4.
          03 CTL-PART-STATUS     PICTURE X(01).
          03 CTL-PART-GEN        PICTURE X(01).
          03 CTL-PART-WORK-COUNT PICTURE 9(08).
          03 FILLER              PICTURE X(07).

*> One STAT-REC per run, appended to build a convergence trend.
FD STATISTICS-FILE.
FD REQUEST-FILE.
    COPY "REQREC.cpy".

*> One requestor master record per department.
FD REQUESTOR-FILE.
    COPY "REQMREC.cpy".

*> One residual exception record per answer withheld.
FD RESIDUAL-FILE.
    COPY "RSDREC.cpy".

*> One plan record per line: 'H' header, 'P' partition range, 'D'
*> manifest deck, laid out in the working-storage records below.
FD PLAN-FILE.
    01 PLAN-REC PICTURE X(80).

*> One journal record per card or drain mark, laid out in working
*> storage below.
FD PARTITION-WORK-FILE.
    01 PARTITION-WORK-REC PICTURE X(240).

FD PARTITION-PRIOR-FILE.
    01 PARTITION-PRIOR-REC PICTURE X(240).

WORKING-STORAGE SECTION.

*> Run parameters, taken from the environment so the job can be
01 DEFAULT-INTERFACE-FILENAME PICTURE X(100) VALUE SPACES.
01 INTF-CONTROL-FILENAME PICTURE X(100) VALUE 'SQRTINTC.DAT'.
01 DEFAULT-INTF-CONTROL-FILENAME PICTURE X(100) VALUE SPACES.
01 REQUESTOR-FILENAME  PICTURE X(100) VALUE 'SQRTRQM.DAT'.
01 DEFAULT-REQUESTOR-FILENAME PICTURE X(100) VALUE SPACES.
01 RESIDUAL-FILENAME   PICTURE X(100) VALUE 'SQRTRSD.DAT'.
01 DEFAULT-RESIDUAL-FILENAME PICTURE X(100) VALUE SPACES.
01 OPERATOR-FILENAME        PICTURE X(100) VALUE 'SQRTOPER.DAT'.
01 VIOLATION-FILENAME       PICTURE X(100) VALUE 'SQRTSECV.DAT'.
01 PLAN-FILENAME            PICTURE X(100) VALUE SPACES.
01 PARTITION-WORK-FILENAME  PICTURE X(100) VALUE SPACES.
01 PARTITION-PRIOR-FILENAME PICTURE X(100) VALUE SPACES.
01 INTF-MODE-PARM      PICTURE X(01) VALUE SPACE.

*> Holds STATISTICS-FILENAME's built-in default while SQRT-STATS-FILE
01 COMMAND-FILE-STATUS    PICTURE X(02) VALUE SPACES.
01 INTERFACE-FILE-STATUS  PICTURE X(02) VALUE SPACES.
01 INTF-CONTROL-FILE-STATUS PICTURE X(02) VALUE SPACES.
01 REQUESTOR-FILE-STATUS  PICTURE X(02) VALUE SPACES.
01 RESIDUAL-FILE-STATUS   PICTURE X(02) VALUE SPACES.
01 PLAN-FILE-STATUS       PICTURE X(02) VALUE SPACES.
01 PARTITION-WORK-FILE-STATUS  PICTURE X(02) VALUE SPACES.
01 PARTITION-PRIOR-FILE-STATUS PICTURE X(02) VALUE SPACES.

*> Department names come from the requestor master when it can be
*> opened; without it the subtotal block shows the bare codes.
01 REQMAST-MODE-SW PICTURE X(01) VALUE 'Y'.
   88 REQMAST-MODE-ON VALUE 'Y'.

*> The downstream interface feed is cut only when asked for, the
*> same opt-in the CSV export uses.
   02 FILLER        PICTURE X(51) VALUE SPACES.

*> Operator command handling. The command word is the first eight
*> bytes of the command file's first record and the issuing
*> operator's ID the eight after the blank that follows it
*> ("STOP     JSMITH"); a command is only acted on once SQRTAUTH
*> has granted that operator operator commands. STOP and DRAIN latch
*> their switches for the rest of the run, PAUSE holds the run in
*> WAIT-FOR-RESUME until RESUME (or STOP or DRAIN) arrives. The
*> pause loop sleeps between looks so a held run doesn't spin.
01 COMMAND-WORD PICTURE X(08) VALUE SPACES.
01 COMMAND-OPERATOR PICTURE X(08) VALUE SPACES.
COPY "AUTHLINK.cpy".
01 STOP-REQUESTED-SW PICTURE X(01) VALUE 'N'.
   88 STOP-REQUESTED VALUE 'Y'.
01 DRAIN-REQUESTED-SW PICTURE X(01) VALUE 'N'.
01 REGISTER-FOUND-SW PICTURE X(01) VALUE 'N'.
   88 REGISTER-FOUND VALUE 'Y'.
01 REGISTER-DISP PICTURE X(01) VALUE SPACE.
01 REQUEST-CANCELLED-SW PICTURE X(01) VALUE 'N'.
   88 REQUEST-CANCELLED VALUE 'Y'.

*> Partitioned running (SQRT-PARTITION): PLAN splits a deck or
*> manifest into PARTITION-COUNT contiguous record ranges, a
*> partition number (01, 02, ...) runs one range, and MERGE builds
*> the run's outputs from the partitions' card journals. Every file
*> of a partitioned run is named from PARTITION-PREFIX: <prefix>.PLAN
*> for the plan, and <prefix>.CTLnn, .CMDnn, .LOGnn, .RPTnn and
*> .WKAnn / .WKBnn for partition nn's control, command, log, report
*> and two journal generations.
01 PARTITION-PARM PICTURE X(05) VALUE SPACES.
01 PARTITION-MODE-SW PICTURE X(01) VALUE 'N'.
   88 PLAN-MODE-ON      VALUE 'P'.
   88 PARTITION-MODE-ON VALUE 'R'.
   88 MERGE-MODE-ON     VALUE 'M'.
01 PARTITION-NO PICTURE 9(02) VALUE ZERO.
01 PARTITION-COUNT-PARM   PICTURE X(02) VALUE SPACES.
01 PARTITION-COUNT-PARM-V REDEFINES PARTITION-COUNT-PARM
                          PICTURE 9(02).
01 PARTITION-COUNT PICTURE 9(02) VALUE 4.
01 PARTITION-MAX   PICTURE 9(02) VALUE 20.
01 PARTITION-PREFIX         PICTURE X(20) VALUE 'SQRTPART'.
01 DEFAULT-PARTITION-PREFIX PICTURE X(20) VALUE SPACES.
01 PARTITION-FILE-KIND PICTURE X(03) VALUE SPACES.
01 PARTITION-FILE-NO   PICTURE 9(02) VALUE ZERO.
01 PARTITION-FILE-NAME PICTURE X(100) VALUE SPACES.
01 PARTITION-IX        PICTURE 9(02) VALUE ZERO.
01 PARTITION-REASON    PICTURE X(40) VALUE SPACES.

*> This partition's range and journal: the records it owns, whether
*> it has finished them, the journal generation it is writing and
*> how many records are on it. The generation the control file
*> named at start, and its checkpointed count, are what a restart
*> carries forward.
01 PARTITION-FIRST-RECNO PICTURE 9(08) VALUE ZERO.
01 PARTITION-LAST-RECNO  PICTURE 9(08) VALUE ZERO.
01 PARTITION-STATUS      PICTURE X(01) VALUE 'R'.
   88 PARTITION-COMPLETE VALUE 'C'.
01 PARTITION-WORK-GEN    PICTURE X(01) VALUE 'A'.
01 PARTITION-WORK-COUNT  PICTURE 9(08) VALUE ZERO.
01 PARTITION-PRIOR-GEN   PICTURE X(01) VALUE 'A'.
01 PARTITION-PRIOR-COUNT PICTURE 9(08) VALUE ZERO.
01 PARTITION-WORK-OPEN-SW PICTURE X(01) VALUE 'N'.
   88 PARTITION-WORK-OPEN VALUE 'Y'.
01 JOURNAL-AT-END-SW PICTURE X(01) VALUE 'N'.
   88 JOURNAL-AT-END VALUE 'Y'.
01 PARTITION-PROBLEM PICTURE X(27) VALUE SPACES.

*> Whether an answer was computed for the card in hand, so its
*> journal record carries it; and, on the MERGE step,
*> whether the journalled answer is the one to report.
01 RESULT-OBTAINED-SW PICTURE X(01) VALUE 'N'.
   88 RESULT-OBTAINED VALUE 'Y'.
01 JOURNALED-RESULT-SW PICTURE X(01) VALUE 'N'.
   88 JOURNALED-RESULT VALUE 'Y'.

*> The MERGE step's place in the journals: the partition being
*> read, the records read off it, the record number due next, and
*> the member deck the last card came from.
01 MERGE-PARTITION-IX   PICTURE 9(02) VALUE ZERO.
01 MERGE-WORK-READ      PICTURE 9(08) VALUE ZERO.
01 MERGE-EXPECTED-RECNO PICTURE 9(08) VALUE ZERO.
01 MERGE-DECK-SEQ       PICTURE 9(04) VALUE ZERO.

*> The plan, staged through the 80-byte PLAN-REC. The header holds
*> the plan's state (O open, G merge under way, M merged), the
*> numbers reserved for the run and the switches the partitions'
*> outputs depend on; the ranges and the manifest's deck slots
*> follow it.
01 PLAN-FOUND-SW PICTURE X(01) VALUE 'N'.
   88 PLAN-FOUND VALUE 'Y'.
01 END-OF-PLAN-SW PICTURE X(01) VALUE 'N'.
   88 END-OF-PLAN VALUE 'Y'.
01 PLAN-RANGE-SIZE PICTURE 9(08) VALUE ZERO.
01 PLAN-RANGE-REM  PICTURE 9(08) VALUE ZERO.
01 PLAN-NEXT-RECNO PICTURE 9(08) VALUE ZERO.

01 PLAN-HEADER-REC.
   02 FILLER          PICTURE X(01) VALUE 'H'.
   02 PH-STATUS       PICTURE X(01).
      88 PLAN-OPEN    VALUE 'O'.
      88 PLAN-MERGING VALUE 'G'.
      88 PLAN-MERGED  VALUE 'M'.
   02 PH-RUN-SEQ-NO   PICTURE 9(06).
   02 PH-INTF-SEQ-NO  PICTURE 9(06).
   02 PH-RUN-DATE     PICTURE X(08).
   02 PH-START-SECS   PICTURE 9(05).
   02 PH-PART-COUNT   PICTURE 9(02).
   02 PH-RECORD-COUNT PICTURE 9(08).
   02 PH-MANIFEST-SW  PICTURE X(01).
   02 PH-CSV-SW       PICTURE X(01).
   02 PH-INTF-SW      PICTURE X(01).
   02 PH-INPUT-IDENT  PICTURE X(40).

01 PLAN-PARTITION-REC.
   02 FILLER          PICTURE X(01) VALUE 'P'.
   02 PP-PARTITION-NO PICTURE 9(02).
   02 PP-FIRST-RECNO  PICTURE 9(08).
   02 PP-LAST-RECNO   PICTURE 9(08).
   02 FILLER          PICTURE X(61) VALUE SPACES.

01 PLAN-DECK-REC.
   02 FILLER     PICTURE X(01) VALUE 'D'.
   02 PD-DECK-IX PICTURE 9(02).
   02 PD-DECK-ID PICTURE X(04).
   02 FILLER     PICTURE X(73) VALUE SPACES.

*> The ranges as loaded from the plan, with each partition's current
*> journal generation and count as its control file gives them.
01 PLAN-PARTITION-TABLE.
   02 PLAN-PARTITION-ENTRY OCCURS 20 TIMES.
      03 PT-FIRST-RECNO PICTURE 9(08).
      03 PT-LAST-RECNO  PICTURE 9(08).
      03 PT-WORK-GEN    PICTURE X(01).
      03 PT-WORK-COUNT  PICTURE 9(08).

*> One journal record: a drain mark, or a card as a partition
*> processed it: where it sat in the input, the card exactly as read,
*> and (when one was computed for it) the answer with the value,
*> tolerance, degree and iteration ceiling it was computed for.
01 PARTITION-JOURNAL-REC.
   02 PJ-TYPE        PICTURE X(01).
      88 PJ-CARD-RECORD  VALUE 'J'.
      88 PJ-DRAIN-RECORD VALUE 'N'.
   02 PJ-RECNO       PICTURE 9(08).
   02 PJ-DECK-SEQ    PICTURE 9(04).
   02 PJ-DECK-IX     PICTURE 9(02).
   02 PJ-DECK-ID     PICTURE X(04).
   02 PJ-DECK-FILE   PICTURE X(40).
   02 PJ-CARD        PICTURE X(80).
   02 PJ-RESULT-SW   PICTURE X(01).
   02 PJ-EXTF-Z      PICTURE 9(11)V9(6).
   02 PJ-EXTF-DIFF   PICTURE V9(12).
   02 PJ-ROOT-N      PICTURE 9(02).
   02 PJ-MAX-ITER    PICTURE 9(04).
   02 PJ-Y           PICTURE 9(11)V9(15).
   02 PJ-K           PICTURE S9(5) SIGN LEADING SEPARATE.
   02 PJ-FINAL-DIFF  PICTURE 9(11)V9(15).
   02 PJ-ABORT-SW    PICTURE X(01).
   02 FILLER         PICTURE X(06) VALUE SPACES.

*> Run-mode switches
01 BATCH-MODE-SW PICTURE X(01) VALUE 'N'.
   88 DECK-AT-END VALUE 'Y'.
01 CURRENT-DECK-ID PICTURE X(04) VALUE SPACES.
01 CURRENT-DECK-IX PICTURE 9(02) VALUE ZERO.
01 MANIFEST-DECK-SEQ PICTURE 9(04) VALUE ZERO.

*> The input identity a checkpoint belongs to: the manifest name on
*> a consolidated run, the single deck name otherwise, so a standing
      03 DK-RNG  PICTURE 9(07).
      03 DK-ABRT PICTURE 9(07).
      03 DK-SKP  PICTURE 9(07).
      03 DK-RSD  PICTURE 9(07).
01 DECK-COUNT PICTURE 9(02) VALUE ZERO.
01 DECK-IX    PICTURE 9(02) VALUE ZERO.
01 BAD-TOLERANCE-SW PICTURE X(01) VALUE 'N'.
01 MASTER-HIT-COUNT   PICTURE 9(07) VALUE ZERO.
01 MASTER-STORE-COUNT PICTURE 9(07) VALUE ZERO.

*> Residual proof of the answer in hand. Y is raised back to the
*> root degree one multiplication at a time (PROOF-POWER-LESS-1
*> keeps Y**(N-1) for the limit), and the residual |Y**N - Z| must
*> not exceed the card's tolerance carried through the power,
*> N * Y**(N-1) * tolerance, with a floor at the last places the
*> power is carried to so a tiny root isn't failed on truncation
*> alone. A power too large for the field fails outright and
*> reports as all nines.
01 PROOF-FAILED-SW PICTURE X(01) VALUE 'N'.
   88 PROOF-FAILED VALUE 'Y'.
01 PROOF-OVERFLOW-SW PICTURE X(01) VALUE 'N'.
   88 PROOF-OVERFLOW VALUE 'Y'.
01 PROOF-STEP         PICTURE 9(02) VALUE ZERO.
01 PROOF-POWER        PICTURE 9(12)V9(15) VALUE ZERO.
01 PROOF-POWER-LESS-1 PICTURE 9(12)V9(15) VALUE ZERO.
01 PROOF-SIGNED       PICTURE S9(12)V9(15) VALUE ZERO.
01 PROOF-RESIDUAL     PICTURE 9(12)V9(15) VALUE ZERO.
01 PROOF-LIMIT        PICTURE 9(14)V9(15) VALUE ZERO.
01 PROOF-FLOOR        PICTURE V9(15) VALUE 0.000000000001.
01 PROOF-CEILING      PICTURE 9(12)V9(15)
                      VALUE 999999999999.999999999999999.
01 PROOF-COUNT        PICTURE 9(07) VALUE ZERO.
01 RESIDUAL-COUNT     PICTURE 9(07) VALUE ZERO.

*> The residual exception file is opened on the first failure, so a
*> clean run leaves it untouched.
01 RESIDUAL-OPEN-SW PICTURE X(01) VALUE 'N'.
   88 RESIDUAL-OPEN VALUE 'Y'.

*> Convergence tolerance. RESOLVED-DIFF is the tolerance actually
*> handed to extfunction for the current record, wide enough for
*> the high-precision mode's fine tolerances.
      03 RQ-ERR  PICTURE 9(07).
      03 RQ-RNG  PICTURE 9(07).
      03 RQ-ABRT PICTURE 9(07).
      03 RQ-RSD  PICTURE 9(07).
      03 RQ-ITER PICTURE 9(09).
      03 RQ-HITS PICTURE 9(07).
      03 RQ-SQR-OK  PICTURE 9(07).
      03 RQ-CUBE-OK PICTURE 9(07).
      03 RQ-NTH-OK  PICTURE 9(07).
      03 RQ-HP-OK   PICTURE 9(07).
01 REQUESTOR-COUNT    PICTURE 9(02) VALUE ZERO.
01 REQUESTOR-IX       PICTURE 9(02) VALUE ZERO.
01 REQUESTOR-FOUND-SW PICTURE X(01) VALUE 'N'.
01 RANGE-COUNT    PICTURE 9(07) VALUE ZERO.
01 ABORT-COUNT    PICTURE 9(07) VALUE ZERO.
01 SKIPPED-COUNT  PICTURE 9(07) VALUE ZERO.
01 CANCELLED-COUNT PICTURE 9(07) VALUE ZERO.
01 ITERATION-TOTAL PICTURE 9(09) VALUE ZERO.
01 COMPUTED-COUNT  PICTURE 9(07) VALUE ZERO.
01 SQR-OK-COUNT    PICTURE 9(07) VALUE ZERO.
   02 FILLER     PICTURE X(4) VALUE ' is '.
   02 OUT-IMAG-Y PICTURE Z(11)9.9(6).
   02 FILLER     PICTURE X(1) VALUE 'i'.
   02 FILLER     PICTURE X(01) VALUE SPACE.
   02 OUTI-REQUESTOR   PICTURE X(04).
   02 FILLER     PICTURE X(01) VALUE SPACE.
   02 OUTI-REQUEST-REF PICTURE X(08).
   02 FILLER     PICTURE X(01) VALUE SPACE.
   02 OUTI-DECK-ID PICTURE X(04).

*> Print if there is an error
01 ERROR-MESS.
   02 OT-REQUEST-REF PICTURE X(08).
   02 FILLER PICTURE X(01) VALUE SPACE.

*> Print if the card's request was cancelled on the register before
*> the run; the card is passed over.
01 CANCELLED-MESS.
   02 OTC-Z  PICTURE -(11)9.9(6).
   02 FILLER PICTURE X(47) VALUE
      ' was cancelled by its requestor, not processed '.
   02 OTC-REQUESTOR PICTURE X(04).
   02 FILLER PICTURE X(01) VALUE SPACE.
   02 OTC-REQUEST-REF PICTURE X(08).
   02 FILLER PICTURE X(01) VALUE SPACE.

*> Print ahead of a card processed with the amended values on the
*> register instead of its own; the value shown is the amended one.
01 AMENDED-MESS.
   02 OTA-Z  PICTURE -(11)9.9(6).
   02 FILLER PICTURE X(29) VALUE ' amended by its requestor on '.
   02 OTA-AMEND-DATE PICTURE X(08).
   02 FILLER PICTURE X(10) VALUE SPACES.
   02 OTA-REQUESTOR PICTURE X(04).
   02 FILLER PICTURE X(01) VALUE SPACE.
   02 OTA-REQUEST-REF PICTURE X(08).
   02 FILLER PICTURE X(01) VALUE SPACE.

*> Print if the card's operation code or root degree is unusable.
01 OPER-MESS.
   02 OTO-Z  PICTURE -(11)9.9(6).
*> Print if IN-Z is outside the range extfunction can safely work in.
01 RANGE-MESS.
   02 OTR-Z  PICTURE -(11)9.9(6).
   02 FILLER PICTURE X(47) VALUE
      ' is outside the safe range and was rejected    '.
   02 OTR-REQUESTOR   PICTURE X(04).
   02 FILLER PICTURE X(01) VALUE SPACE.
   02 OTR-REQUEST-REF PICTURE X(08).
   02 FILLER PICTURE X(01) VALUE SPACE.

*> Print if there are too many iterations. Signed the same as OT-Z/
*> OTR-Z above so an aborted imaginary-mode (negative) input doesn't
   02 OUTP-Z PICTURE -(11)9.9(6).
   02 FILLER PICTURE X(37) VALUE
      '  ATTEMPT ABORTED,TOO MANY ITERATIONS'.
   02 FILLER PICTURE X(09) VALUE SPACES.
   02 OUTP-REQUESTOR   PICTURE X(04).
   02 FILLER PICTURE X(01) VALUE SPACE.
   02 OUTP-REQUEST-REF PICTURE X(08).
   02 FILLER PICTURE X(01) VALUE SPACE.

*> Print if the answer failed its residual proof and was withheld,
*> laid out like the abort line so the requestor lands in the same
*> columns, with the residual and the limit it broke under it.
01 RESID-FAIL-MESS.
   02 FILLER PICTURE X VALUE SPACE.
   02 OUTF-Z PICTURE -(11)9.9(6).
   02 FILLER PICTURE X(40) VALUE
      '  FAILED RESIDUAL PROOF, ANSWER WITHHELD'.
   02 FILLER PICTURE X(06) VALUE SPACES.
   02 OUTF-REQUESTOR   PICTURE X(04).
   02 FILLER PICTURE X(01) VALUE SPACE.
   02 OUTF-REQUEST-REF PICTURE X(08).
   02 FILLER PICTURE X(01) VALUE SPACE.

01 RESID-DETAIL-LINE.
   02 FILLER           PICTURE X(13) VALUE '    residual '.
   02 OUT-RESIDUAL     PICTURE Z(11)9.9(9).
   02 FILLER           PICTURE X(15) VALUE ' exceeds limit '.
   02 OUT-RESID-LIMIT  PICTURE Z(11)9.9(9).
   02 FILLER           PICTURE X(08) VALUE SPACES.

*> Print if SQRT-TOLERANCE was supplied but isn't exactly five numeric
*> digits; the run falls back to DEFAULT-TOLERANCE instead of guessing.
   02 MESS-STOP-RECNO PICTURE Z(7)9.
   02 FILLER PICTURE X(38) VALUE SPACES.

*> A command turned away: who sent it and why.
01 COMMAND-REFUSED-MESS.
   02 FILLER PICTURE X(18) VALUE ' OPERATOR COMMAND '.
   02 MESS-REFUSED-WORD     PICTURE X(08).
   02 FILLER PICTURE X(06) VALUE ' FROM '.
   02 MESS-REFUSED-OPERATOR PICTURE X(08).
   02 FILLER PICTURE X(10) VALUE ' REFUSED: '.
   02 MESS-REFUSED-REASON   PICTURE X(30).

01 PAUSE-MESS.
   02 FILLER PICTURE X(53) VALUE
      ' OPERATOR PAUSE HONOURED, HOLDING BETWEEN CHECKPOINTS'.
   02 FILLER PICTURE X(22) VALUE ' ABORTS LEFT FOR RERUN'.
   02 FILLER PICTURE X(23) VALUE SPACES.

*> Partitioned-run lines: a step that will not go ahead and why, the
*> plan as made, each partition's range, and how a partition ended.
01 PARTITION-REFUSED-MESS.
   02 FILLER PICTURE X(26) VALUE ' PARTITIONED RUN REFUSED: '.
   02 MESS-PARTITION-REASON PICTURE X(40).
   02 FILLER PICTURE X(14) VALUE SPACES.

01 PLAN-SUMMARY-LINE.
   02 FILLER PICTURE X(17) VALUE ' PARTITIONED RUN '.
   02 MESS-PLAN-RUN-SEQ    PICTURE Z(5)9.
   02 FILLER PICTURE X(10) VALUE ' PLANNED, '.
   02 MESS-PLAN-RECORDS    PICTURE Z(7)9.
   02 FILLER PICTURE X(12) VALUE ' RECORDS IN '.
   02 MESS-PLAN-PARTITIONS PICTURE Z9.
   02 FILLER PICTURE X(11) VALUE ' PARTITIONS'.
   02 FILLER PICTURE X(14) VALUE SPACES.

01 PARTITION-RANGE-LINE.
   02 FILLER PICTURE X(11) VALUE ' PARTITION '.
   02 MESS-PARTITION-NO    PICTURE 9(02).
   02 FILLER PICTURE X(09) VALUE ' RECORDS '.
   02 MESS-PARTITION-FIRST PICTURE Z(7)9.
   02 FILLER PICTURE X(04) VALUE ' TO '.
   02 MESS-PARTITION-LAST  PICTURE Z(7)9.
   02 FILLER PICTURE X(38) VALUE SPACES.

01 PARTITION-END-LINE.
   02 FILLER PICTURE X(11) VALUE ' PARTITION '.
   02 MESS-END-PARTITION-NO PICTURE 9(02).
   02 FILLER PICTURE X(01) VALUE SPACE.
   02 MESS-PARTITION-STATE  PICTURE X(30).
   02 FILLER PICTURE X(36) VALUE SPACES.

*> Second-pass audit lines: the pass header, the tolerance a
*> recovered value finally converged at, a value that stayed aborted
*> at every tolerance the ladder tried, and the abort-table-overflow
01 RETRY-FAIL-MESS.
   02 FILLER             PICTURE X(01) VALUE SPACE.
   02 OUTR-Z             PICTURE -(11)9.9(6).
   02 FILLER             PICTURE X(33) VALUE
      '  STILL ABORTED AFTER 2ND PASS AT'.
   02 MESS-RETRY-MAX-TOL PICTURE .9(12).
   02 OUTR-REQUESTOR     PICTURE X(04).
   02 FILLER             PICTURE X(01) VALUE SPACE.
   02 OUTR-REQUEST-REF   PICTURE X(08).
   02 FILLER             PICTURE X(01) VALUE SPACE.

01 RETRY-OVERFLOW-MESS.
   02 FILLER                 PICTURE X(23) VALUE ' SECOND-PASS TABLE FULL'.
   02 FILLER            PICTURE X(08) VALUE ' REC/MIN'.
   02 FILLER            PICTURE X(01) VALUE SPACE.

*> Every command acted on or turned away, with who issued it.
01 LOG-COMMAND-TEXT.
   02 FILLER           PICTURE X(08) VALUE 'COMMAND '.
   02 LOG-CMD-WORD     PICTURE X(08).
   02 FILLER           PICTURE X(06) VALUE ' FROM '.
   02 LOG-CMD-OPERATOR PICTURE X(08).
   02 FILLER           PICTURE X(01) VALUE SPACE.
   02 LOG-CMD-VERDICT  PICTURE X(08).
   02 FILLER           PICTURE X(09) VALUE SPACES.

01 LOG-RUN-END-TEXT.
   02 FILLER          PICTURE X(17) VALUE 'RUN END, ELAPSED '.
   02 LOG-END-ELAPSED PICTURE X(08).
   02 FILLER          PICTURE X(23) VALUE SPACES.

*> The plan made, and the merge begun, with the partition count.
01 LOG-PARTITION-TEXT.
   02 LOG-PART-EVENT  PICTURE X(20).
   02 LOG-PART-COUNT  PICTURE Z9.
   02 FILLER          PICTURE X(26) VALUE SPACES.

01 LOG-ABEND-TEXT.
   02 FILLER          PICTURE X(37) VALUE
      'ABEND, BATCH FILE OPEN FAILED STATUS='.
   02 SUM-RECOVERED     PICTURE Z(3)9.
   02 FILLER            PICTURE X(44) VALUE SPACES.

*> Residual proof totals, printed with the operations line ahead of
*> the summary trailer: answers proven, and answers withheld on a
*> failed proof (the RSD= figure the trailer identity counts).
01 PROOF-LINE.
   02 FILLER         PICTURE X(16) VALUE ' PROOF: CHECKED='.
   02 SUM-PROOF-CHECKED PICTURE Z(6)9.
   02 FILLER         PICTURE X(08) VALUE ' FAILED='.
   02 SUM-PROOF-FAILED PICTURE Z(6)9.
   02 FILLER         PICTURE X(42) VALUE SPACES.

*> Successes broken down by operation, printed just ahead of the
*> summary trailer; SQR= + CUBE= + NTH= always equals OK=.
01 OPS-LINE.
   02 RQS-RNG   PICTURE Z(6)9.
   02 FILLER    PICTURE X(06) VALUE ' ABRT='.
   02 RQS-ABRT  PICTURE Z(6)9.
   02 FILLER    PICTURE X(05) VALUE ' RSD='.
   02 RQS-RSD   PICTURE Z(6)9.
   02 FILLER    PICTURE X(11) VALUE SPACES.

*> The department behind the code, from the requestor master,
*> printed under its REQ= line.
01 REQUESTOR-NAME-LINE.
   02 FILLER    PICTURE X(11) VALUE '      DEPT='.
   02 RQS-NAME  PICTURE X(30).
   02 FILLER    PICTURE X(04) VALUE ' CC='.
   02 RQS-COST-CENTRE PICTURE X(08).
   02 FILLER    PICTURE X(27) VALUE SPACES.

*> Printed with a member deck's first record, so every block of
*> lines on a consolidated run names the deck (and department) it
   02 DKS-SKP  PICTURE Z(5)9.
   02 FILLER   PICTURE X(03) VALUE SPACES.

*> A deck's residual-proof failures, printed under its DECK= line
*> only when it had any; the DECK= line itself has no room left.
01 DECK-RSD-LINE.
   02 FILLER   PICTURE X(16) VALUE '            RSD='.
   02 DKS-RSD  PICTURE Z(5)9.
   02 FILLER   PICTURE X(58) VALUE SPACES.

*> Cards passed over because their request was cancelled, printed
*> ahead of the summary trailer when there were any; they are also
*> counted under its SKP=.
01 CANCELLED-LINE.
   02 FILLER        PICTURE X(12) VALUE ' CANCELLED: '.
   02 SUM-CANCELLED PICTURE Z(6)9.
   02 FILLER        PICTURE X(34) VALUE
      ' REQUESTS PASSED OVER (IN SKP=)  '.
   02 FILLER        PICTURE X(27) VALUE SPACES.

*> Run totals trailer, printed before STOP RUN. SUM-SKIPPED accounts
*> for records counted into SUM-RECORDS but never validated/calculated
*> because they fell before a restart point or their request was
*> cancelled, so RECS= always equals
*> OK= + ERR= + RNG= + ABRT= + SKIP=, plus the FAILED= count of the
*> PROOF line above it (answers withheld on a failed residual proof).
01 SUMMARY-LINE.
   02 FILLER      PICTURE X(01) VALUE SPACE.
   02 FILLER      PICTURE X(05) VALUE 'RECS='.
*> Start procedure
PROCEDURE DIVISION.
    PERFORM INITIALIZE-RUN THRU END-INITIALIZE-RUN.
    IF PLAN-MODE-ON
        PERFORM PLAN-PARTITIONS THRU END-PLAN-PARTITIONS
        STOP RUN
    END-IF.
    PERFORM READLINE THRU END-READLINE.
    *> A partition leaves the second pass to the MERGE step, which
    *> retries every partition's aborts together.
    IF NOT PARTITION-MODE-ON
        IF DRAIN-REQUESTED
            PERFORM NOTE-DRAIN-SKIP THRU END-NOTE-DRAIN-SKIP
        ELSE
            PERFORM SECOND-PASS THRU END-SECOND-PASS
        END-IF
    END-IF.
    PERFORM TERMINATE-RUN THRU END-TERMINATE-RUN.
    STOP RUN.
    IF COMMAND-FILENAME IS EQUAL TO SPACES
        MOVE DEFAULT-COMMAND-FILENAME TO COMMAND-FILENAME
    END-IF.
    MOVE REQUESTOR-FILENAME TO DEFAULT-REQUESTOR-FILENAME.
    ACCEPT REQUESTOR-FILENAME FROM ENVIRONMENT "SQRT-REQMAST-FILE"
        ON EXCEPTION
            MOVE DEFAULT-REQUESTOR-FILENAME TO REQUESTOR-FILENAME
    END-ACCEPT.
    IF REQUESTOR-FILENAME IS EQUAL TO SPACES
        MOVE DEFAULT-REQUESTOR-FILENAME TO REQUESTOR-FILENAME
    END-IF.
    MOVE RESIDUAL-FILENAME TO DEFAULT-RESIDUAL-FILENAME.
    ACCEPT RESIDUAL-FILENAME FROM ENVIRONMENT "SQRT-RESID-FILE"
        ON EXCEPTION
            MOVE DEFAULT-RESIDUAL-FILENAME TO RESIDUAL-FILENAME
    END-ACCEPT.
    IF RESIDUAL-FILENAME IS EQUAL TO SPACES
        MOVE DEFAULT-RESIDUAL-FILENAME TO RESIDUAL-FILENAME
    END-IF.
    ACCEPT RESTART-PARM FROM ENVIRONMENT "SQRT-RESTART-RECNO".
    ACCEPT TOLERANCE-PARM FROM ENVIRONMENT "SQRT-TOLERANCE".
    ACCEPT PRECISION-MODE-PARM FROM ENVIRONMENT "SQRT-PRECISION".
        ON EXCEPTION
            MOVE DEFAULT-STATS-FILENAME TO STATISTICS-FILENAME
    END-ACCEPT.
    ACCEPT PARTITION-PARM FROM ENVIRONMENT "SQRT-PARTITION".
    ACCEPT PARTITION-COUNT-PARM
        FROM ENVIRONMENT "SQRT-PARTITION-COUNT".
    MOVE PARTITION-PREFIX TO DEFAULT-PARTITION-PREFIX.
    ACCEPT PARTITION-PREFIX FROM ENVIRONMENT "SQRT-PARTITION-PREFIX"
        ON EXCEPTION
            MOVE DEFAULT-PARTITION-PREFIX TO PARTITION-PREFIX
    END-ACCEPT.
    IF PARTITION-PREFIX IS EQUAL TO SPACES
        MOVE DEFAULT-PARTITION-PREFIX TO PARTITION-PREFIX
    END-IF.
    PERFORM READ-PARAMETER-FILE THRU END-READ-PARAMETER-FILE.

    ACCEPT RUN-DATE FROM DATE YYYYMMDD.
        END-IF
    END-IF.

    *> Each step of a partitioned run sets itself up its own way; see
    *> the partitioned-run paragraphs further down.
    IF PARTITION-PARM IS NOT EQUAL TO SPACES
        PERFORM RESOLVE-PARTITION-MODE THRU END-RESOLVE-PARTITION-MODE
    END-IF.
    IF PLAN-MODE-ON
        PERFORM INITIALIZE-PLAN THRU END-INITIALIZE-PLAN
        GO TO END-INITIALIZE-RUN
    END-IF.
    IF PARTITION-MODE-ON
        PERFORM INITIALIZE-PARTITION THRU END-INITIALIZE-PARTITION
        GO TO END-INITIALIZE-RUN
    END-IF.
    IF MERGE-MODE-ON
        PERFORM INITIALIZE-MERGE THRU END-INITIALIZE-MERGE
        GO TO END-INITIALIZE-RUN
    END-IF.

    OPEN OUTPUT STANDARD-OUTPUT.
    PERFORM OPEN-RUN-FILES THRU END-OPEN-RUN-FILES.
    PERFORM OPEN-RUN-INPUT THRU END-OPEN-RUN-INPUT.

    PERFORM READ-CONTROL-FILE THRU END-READ-CONTROL-FILE.
    ADD 1 TO RUN-SEQ-NO.

    *> The batch header opens this run's interface feed now that the
    *> run number and the next interface sequence number are known.
    IF INTF-MODE-ON
        ADD 1 TO INTF-SEQ-NO
        PERFORM WRITE-INTERFACE-HEADER THRU END-WRITE-INTERFACE-HEADER
    END-IF.

    PERFORM PRINT-RUN-HEADER THRU END-PRINT-RUN-HEADER.

    MOVE 'RUN START' TO LOG-EVENT-TEXT.
    PERFORM WRITE-RUN-LOG-EVENT THRU END-WRITE-RUN-LOG-EVENT.
END-INITIALIZE-RUN. EXIT.

*> Open the report, the run log, the exports asked for, the results
*> master, the request register and the requestor master.
OPEN-RUN-FILES.
    OPEN EXTEND REPORT-FILE.
    IF REPORT-FILE-STATUS IS EQUAL TO '35'
        OPEN OUTPUT REPORT-FILE
    IF MASTER-MODE-ON
        PERFORM OPEN-RESULTS-MASTER THRU END-OPEN-RESULTS-MASTER
    END-IF.
    *> A partition posts nothing to the register; the MERGE step
    *> posts every card's disposition in deck order.
    IF PARTITION-MODE-ON
        MOVE 'N' TO REGISTER-MODE-SW
    ELSE
        PERFORM OPEN-REQUEST-REGISTER THRU END-OPEN-REQUEST-REGISTER
    END-IF.
    OPEN INPUT REQUESTOR-FILE.
    IF REQUESTOR-FILE-STATUS IS NOT EQUAL TO '00'
        MOVE 'N' TO REQMAST-MODE-SW
    END-IF.
END-OPEN-RUN-FILES. EXIT.

*> A manifest wins over a single input deck: the member decks it
*> names are the run's input, in manifest order, as one run.
OPEN-RUN-INPUT.
    PERFORM SET-RUN-INPUT-IDENT THRU END-SET-RUN-INPUT-IDENT.
    IF MANIFEST-FILENAME IS NOT EQUAL TO SPACES
        PERFORM OPEN-MANIFEST THRU END-OPEN-MANIFEST
    ELSE
            END-IF
        END-IF
    END-IF.
END-OPEN-RUN-INPUT. EXIT.

*> The manifest's name on a consolidated run, the single deck's name
*> otherwise; taken before anything is opened, since opening the
*> manifest's first deck reuses IN-FILENAME.
SET-RUN-INPUT-IDENT.
    IF MANIFEST-FILENAME IS NOT EQUAL TO SPACES
        MOVE MANIFEST-FILENAME(1:40) TO RUN-INPUT-IDENT
    ELSE
        MOVE IN-FILENAME(1:40) TO RUN-INPUT-IDENT
    END-IF.
END-SET-RUN-INPUT-IDENT. EXIT.

*> Open this run's interface feed with its batch header.
WRITE-INTERFACE-HEADER.
    MOVE RUN-DATE TO IH-DATE.
    MOVE RUN-SEQ-NO TO IH-RUN-SEQ.
    MOVE INTF-SEQ-NO TO IH-INTF-SEQ.
    WRITE INTF-REC FROM INTF-HEADER-REC.
END-WRITE-INTERFACE-HEADER. EXIT.

*> The run header on the console and the report, then any warning
*> the set-up left to be printed under it.
PRINT-RUN-HEADER.
    MOVE RUN-DATE TO HDR-RUN-DATE.
    MOVE RUN-SEQ-NO TO HDR-RUN-SEQ.
    WRITE OUT-LINE FROM TITLE-LINE AFTER ADVANCING 0 LINES.
        MOVE RESTART-MESS TO RPT-LINE
        WRITE RPT-LINE
    END-IF.
END-PRINT-RUN-HEADER. EXIT.

*> Wall-clock time right now, as seconds past midnight and as an
*> HH:MM:SS edit for the log and the trailer.
*> A batch input file was named but couldn't be opened (bad path,
*> permissions, not staged yet). Fail loudly here instead of falling
*> through to the interactive ACCEPT prompt, which would leave an
*> unattended job hanging on a terminal that isn't there. A PLAN
*> step has no report or export open, so it tells the console and
*> the run log only.
ABORT-BATCH-OPEN.
    MOVE IN-FILENAME(1:30) TO ABORT-OPEN-FILENAME.
    MOVE IN-FILE-STATUS TO ABORT-OPEN-STATUS.
    WRITE OUT-LINE FROM BATCH-OPEN-MESS AFTER ADVANCING 1 LINE.
    IF NOT PLAN-MODE-ON
        MOVE BATCH-OPEN-MESS TO RPT-LINE
        WRITE RPT-LINE
    END-IF.
    MOVE IN-FILE-STATUS TO LOG-ABEND-STATUS.
    MOVE LOG-ABEND-TEXT TO LOG-EVENT-TEXT.
    PERFORM WRITE-RUN-LOG-EVENT THRU END-WRITE-RUN-LOG-EVENT.
    CLOSE RUN-LOG-FILE.
    CLOSE STANDARD-OUTPUT.
    IF NOT PLAN-MODE-ON
        CLOSE REPORT-FILE
        IF CSV-MODE-ON
            CLOSE CSV-FILE
        END-IF
    END-IF.
    STOP RUN.
END-ABORT-BATCH-OPEN. EXIT.
END-OPEN-MANIFEST. EXIT.

*> The manifest was named but couldn't be opened. Fail loudly, the
*> same as a named batch deck that isn't there (and, in a PLAN step,
*> on the console and run log only, the same way).
ABORT-MANIFEST-OPEN.
    MOVE MANIFEST-FILENAME(1:30) TO MANIFEST-OPEN-FILENAME.
    MOVE MANIFEST-FILE-STATUS TO MANIFEST-OPEN-STATUS.
    WRITE OUT-LINE FROM MANIFEST-OPEN-MESS AFTER ADVANCING 1 LINE.
    IF NOT PLAN-MODE-ON
        MOVE MANIFEST-OPEN-MESS TO RPT-LINE
        WRITE RPT-LINE
    END-IF.
    MOVE MANIFEST-FILE-STATUS TO LOG-ABEND-STATUS.
    MOVE LOG-ABEND-TEXT TO LOG-EVENT-TEXT.
    PERFORM WRITE-RUN-LOG-EVENT THRU END-WRITE-RUN-LOG-EVENT.
    CLOSE RUN-LOG-FILE.
    CLOSE STANDARD-OUTPUT.
    IF NOT PLAN-MODE-ON
        CLOSE REPORT-FILE
        IF CSV-MODE-ON
            CLOSE CSV-FILE
        END-IF
    END-IF.
    STOP RUN.
END-ABORT-MANIFEST-OPEN. EXIT.
    END-IF.
    SET DECK-OPEN TO TRUE.
    SET DECK-HEADER-PENDING TO TRUE.
    ADD 1 TO MANIFEST-DECK-SEQ.
    PERFORM NOTE-DECK-ENTRY THRU END-NOTE-DECK-ENTRY.
END-FETCH-MANIFEST-RECORD. EXIT.

    MOVE ZERO TO DK-RNG(CURRENT-DECK-IX).
    MOVE ZERO TO DK-ABRT(CURRENT-DECK-IX).
    MOVE ZERO TO DK-SKP(CURRENT-DECK-IX).
    MOVE ZERO TO DK-RSD(CURRENT-DECK-IX).
END-ZERO-DECK-ENTRY. EXIT.

*> The deck header owed since the member deck was opened, printed
                    AND CTL-CHECKPOINT-FILE IS EQUAL TO RUN-INPUT-IDENT
                    MOVE CTL-CHECKPOINT-RECNO TO RESTART-RECNO
                END-IF
                IF PARTITION-MODE-ON
                        AND CTL-PART-WORK-COUNT IS NUMERIC
                    MOVE CTL-PART-STATUS TO PARTITION-STATUS
                    MOVE CTL-PART-GEN TO PARTITION-PRIOR-GEN
                    MOVE CTL-PART-WORK-COUNT TO PARTITION-PRIOR-COUNT
                END-IF
        END-READ
        CLOSE CONTROL-FILE
    END-IF.
        MOVE PARM-VALUE TO ACTIVITY-FILENAME
        GO TO END-APPLY-ONE-PARAMETER
    END-IF.
    IF PARM-KEYWORD IS EQUAL TO 'REQMAST-FILE'
        MOVE PARM-VALUE TO REQUESTOR-FILENAME
        GO TO END-APPLY-ONE-PARAMETER
    END-IF.
    IF PARM-KEYWORD IS EQUAL TO 'COMMAND-FILE'
        MOVE PARM-VALUE TO COMMAND-FILENAME
        GO TO END-APPLY-ONE-PARAMETER
    END-IF.
    IF PARM-KEYWORD IS EQUAL TO 'OPER-FILE'
        MOVE PARM-VALUE TO OPERATOR-FILENAME
        GO TO END-APPLY-ONE-PARAMETER
    END-IF.
    IF PARM-KEYWORD IS EQUAL TO 'SECV-FILE'
        MOVE PARM-VALUE TO VIOLATION-FILENAME
        GO TO END-APPLY-ONE-PARAMETER
    END-IF.
    IF PARM-KEYWORD IS EQUAL TO 'RESID-FILE'
        MOVE PARM-VALUE TO RESIDUAL-FILENAME
        GO TO END-APPLY-ONE-PARAMETER
    END-IF.
    IF PARM-KEYWORD IS EQUAL TO 'INTF-MODE'
        MOVE PARM-VALUE(1:1) TO INTF-MODE-PARM
        GO TO END-APPLY-ONE-PARAMETER
        MOVE PARM-VALUE(1:12) TO HP-TOLERANCE-PARM
        GO TO END-APPLY-ONE-PARAMETER
    END-IF.
    IF PARM-KEYWORD IS EQUAL TO 'PARTITION-COUNT'
        MOVE PARM-VALUE(1:2) TO PARTITION-COUNT-PARM
        GO TO END-APPLY-ONE-PARAMETER
    END-IF.
    IF PARM-KEYWORD IS EQUAL TO 'PARTITION-PREFIX'
        MOVE PARM-VALUE TO PARTITION-PREFIX
        GO TO END-APPLY-ONE-PARAMETER
    END-IF.
    IF PARM-KEYWORD IS EQUAL TO 'CHECKPOINT-INTERVAL'
        MOVE PARM-VALUE(1:4) TO PARM-4-X
        IF PARM-4-X IS NUMERIC
*> path, in use), the run carries on without it: every value is
*> simply computed, as it always was, and the header says so.
OPEN-RESULTS-MASTER.
    *> A partition only looks answers up; the MERGE step stores and
    *> stamps them, one card at a time, so the partitions running
    *> side by side never write to the master.
    IF PARTITION-MODE-ON
        OPEN INPUT RESULTS-FILE
    ELSE
        OPEN I-O RESULTS-FILE
        IF RESULTS-FILE-STATUS IS EQUAL TO '35'
            OPEN OUTPUT RESULTS-FILE
            IF RESULTS-FILE-STATUS IS EQUAL TO '00'
                CLOSE RESULTS-FILE
                OPEN I-O RESULTS-FILE
            END-IF
        END-IF
    END-IF.
    IF RESULTS-FILE-STATUS IS NOT EQUAL TO '00'
        NOT INVALID KEY
            SET REGISTER-FOUND TO TRUE
    END-READ.
    *> A cancellation is never overwritten by a posting.
    IF REGISTER-FOUND AND REQ-STATUS IS EQUAL TO 'C'
        GO TO END-POST-REQUEST-DISPOSITION
    END-IF.
    PERFORM SET-DISPOSITION-TRAIL THRU END-SET-DISPOSITION-TRAIL.
    IF REGISTER-FOUND
        MOVE REGISTER-DISP TO REQ-STATUS
        MOVE RUN-DATE TO REQ-DISP-DATE
        MOVE SPACE TO REQ-REASON
        MOVE RUN-DATE TO REQ-IN-DATE
        MOVE RUN-DATE TO REQ-DISP-DATE
        MOVE SPACES TO REQ-AMENDMENT
        MOVE SPACES TO REQ-FILL-1
        WRITE REQUEST-REG-REC
            INVALID KEY
    END-IF.
END-POST-REQUEST-DISPOSITION. EXIT.

*> Where the disposition happened, for the trace inquiry: this run,
*> the deck the card came in on, which pass, whether an answer came
*> from the master or was computed, and the interface batch that
*> carries an answer downstream.
SET-DISPOSITION-TRAIL.
    MOVE RUN-SEQ-NO TO REQ-RUN-SEQ-NO.
    MOVE CURRENT-DECK-ID TO REQ-DECK-ID.
    IF SECOND-PASS-ON
        MOVE '2' TO REQ-PASS
    ELSE
        MOVE '1' TO REQ-PASS
    END-IF.
    MOVE SPACE TO REQ-SOURCE.
    MOVE ZERO TO REQ-INTF-SEQ-NO.
    IF REGISTER-DISP IS EQUAL TO 'A'
            OR REGISTER-DISP IS EQUAL TO 'S'
            OR REGISTER-DISP IS EQUAL TO 'P'
        IF MASTER-HIT
            MOVE 'M' TO REQ-SOURCE
        ELSE
            MOVE 'C' TO REQ-SOURCE
        END-IF
    END-IF.
    IF INTF-MODE-ON
        IF REGISTER-DISP IS EQUAL TO 'A'
                OR REGISTER-DISP IS EQUAL TO 'S'
            MOVE INTF-SEQ-NO TO REQ-INTF-SEQ-NO
        END-IF
    END-IF.
END-SET-DISPOSITION-TRAIL. EXIT.

*> Rewrite the (single-record) control file with the current run
*> number and checkpoint position. Re-opening OUTPUT each time keeps
*> this safe on organizations this shop doesn't run INDEXED/RELATIVE
*> different file) writes the standing checkpoint back unchanged so it
*> doesn't clobber a deck it has nothing to do with.
WRITE-CONTROL-FILE.
    *> A partition's journal is on disk, up to the card being
    *> checkpointed, before the checkpoint that counts it.
    IF PARTITION-MODE-ON
        PERFORM FLUSH-PARTITION-WORK THRU END-FLUSH-PARTITION-WORK
    END-IF.
    OPEN OUTPUT CONTROL-FILE.
    INITIALIZE CONTROL-REC.
    MOVE RUN-SEQ-NO TO CTL-RUN-SEQ-NO.
    MOVE INTF-SEQ-NO TO CTL-INTF-SEQ-NO.
    *> The PLAN step only reserves numbers; it reads the deck through
    *> but has checkpointed none of it.
    IF BATCH-MODE-ON AND NOT PLAN-MODE-ON
        MOVE RECORD-COUNT TO CTL-CHECKPOINT-RECNO
        MOVE RUN-INPUT-IDENT TO CTL-CHECKPOINT-FILE
    ELSE
        MOVE SAVED-CHECKPOINT-RECNO TO CTL-CHECKPOINT-RECNO
        MOVE SAVED-CHECKPOINT-FILE TO CTL-CHECKPOINT-FILE
    END-IF.
    IF PARTITION-MODE-ON
        MOVE PARTITION-STATUS TO CTL-PART-STATUS
        MOVE PARTITION-WORK-GEN TO CTL-PART-GEN
        MOVE PARTITION-WORK-COUNT TO CTL-PART-WORK-COUNT
    END-IF.
    WRITE CONTROL-REC.
    CLOSE CONTROL-FILE.
END-WRITE-CONTROL-FILE. EXIT.
END-READLINE. EXIT.

*> Obtain one record (batch file or ACCEPT), skip it if it's before
*> the restart point, then validate and calculate. A partition skips
*> the records ahead of its range the same way, and journals every
*> card it does process for the MERGE step.
PROCESS-ONE-RECORD.
    *> A partition's input ends with the last record of its range.
    IF PARTITION-MODE-ON
            AND RECORD-COUNT IS NOT LESS THAN PARTITION-LAST-RECNO
        SET END-OF-INPUT TO TRUE
        GO TO END-PROCESS-ONE-RECORD
    END-IF.
    PERFORM OBTAIN-INPUT-RECORD THRU END-OBTAIN-INPUT-RECORD.
    IF END-OF-INPUT
        GO TO END-PROCESS-ONE-RECORD
        GO TO END-PROCESS-ONE-RECORD
    END-IF.

    PERFORM CHECK-REQUEST-CHANGES THRU END-CHECK-REQUEST-CHANGES.
    IF REQUEST-CANCELLED
        PERFORM WRITE-CANCELLED-REQUEST
            THRU END-WRITE-CANCELLED-REQUEST
    ELSE
        MOVE 'N' TO RESULT-OBTAINED-SW
        PERFORM VALIDATE-AND-CALCULATE THRU END-VALIDATE-AND-CALCULATE
    END-IF.
    IF PARTITION-MODE-ON
        PERFORM JOURNAL-PARTITION-CARD THRU END-JOURNAL-PARTITION-CARD
    END-IF.
    PERFORM CHECKPOINT-IF-DUE THRU END-CHECKPOINT-IF-DUE.
END-PROCESS-ONE-RECORD. EXIT.

*> Has the card's request been cancelled or amended on the register
*> since it was edited? A cancelled one is flagged for the caller to
*> pass over. An amended one has the amended values laid over the
*> card's own, so everything after this (the report, the master key,
*> the interface feed) sees the request as amended; this holds for a
*> rerun of the deck after the request was answered, too. Without
*> the register (a partition never opens it; the MERGE step decides
*> for it), or on a card without a requestor and reference, the card
*> stands as read.
CHECK-REQUEST-CHANGES.
    MOVE 'N' TO REQUEST-CANCELLED-SW.
    IF NOT REGISTER-MODE-ON
        GO TO END-CHECK-REQUEST-CHANGES
    END-IF.
    IF IN-REQUESTOR IS EQUAL TO SPACES
            OR IN-REQUEST-REF IS EQUAL TO SPACES
        GO TO END-CHECK-REQUEST-CHANGES
    END-IF.
    MOVE IN-REQUESTOR TO REQ-REQUESTOR.
    MOVE IN-REQUEST-REF TO REQ-REQUEST-REF.
    READ REQUEST-FILE
        INVALID KEY
            GO TO END-CHECK-REQUEST-CHANGES
    END-READ.
    IF REQ-STATUS IS EQUAL TO 'C'
        SET REQUEST-CANCELLED TO TRUE
        GO TO END-CHECK-REQUEST-CHANGES
    END-IF.
    IF REQ-AMEND-SW IS EQUAL TO 'Y'
        MOVE REQ-AMEND-Z TO IN-Z
        MOVE REQ-AMEND-DIFF TO IN-DIFF
        MOVE REQ-AMEND-OPER TO IN-OPER
        MOVE REQ-AMEND-ROOT-N TO IN-ROOT-N
        MOVE REQ-AMEND-PREC TO IN-PREC
        MOVE REQ-AMEND-HP-DIFF TO IN-HP-DIFF
        MOVE IN-Z TO OTA-Z
        MOVE REQ-AMEND-DATE TO OTA-AMEND-DATE
        MOVE IN-REQUESTOR TO OTA-REQUESTOR
        MOVE IN-REQUEST-REF TO OTA-REQUEST-REF
        WRITE OUT-LINE FROM AMENDED-MESS AFTER ADVANCING 1 LINE
        MOVE AMENDED-MESS TO RPT-LINE
        WRITE RPT-LINE
    END-IF.
END-CHECK-REQUEST-CHANGES. EXIT.

*> A cancelled request's card: reported and counted as passed over,
*> never computed, posted or billed. Its register entry stays C.
WRITE-CANCELLED-REQUEST.
    MOVE IN-Z TO OTC-Z.
    MOVE IN-REQUESTOR TO OTC-REQUESTOR.
    MOVE IN-REQUEST-REF TO OTC-REQUEST-REF.
    WRITE OUT-LINE FROM CANCELLED-MESS AFTER ADVANCING 1 LINE.
    MOVE CANCELLED-MESS TO RPT-LINE.  WRITE RPT-LINE.
    ADD 1 TO CANCELLED-COUNT.
    ADD 1 TO SKIPPED-COUNT.
    IF MANIFEST-MODE-ON
        ADD 1 TO DK-SKP(CURRENT-DECK-IX)
    END-IF.
END-WRITE-CANCELLED-REQUEST. EXIT.

*> Read the next IN-CARD, from the batch deck if one was opened,
*> otherwise fall back to the original interactive ACCEPT. A zero
*> IN-Z ends the run either way, the same as entering 0 at the
*> interactive prompt, and is not counted as a processed record. On
*> a consolidated run the end of a member deck (its end of file or
*> its zero terminator) just advances to the next deck the manifest
*> names; only the end of the manifest ends the run's input. The
*> MERGE step of a partitioned run reads the partitions' card
*> journals instead, in partition order, which is deck order.
OBTAIN-INPUT-RECORD.
    IF MERGE-MODE-ON
        MOVE 'N' TO DECK-RECORD-OBTAINED-SW
        PERFORM OBTAIN-JOURNALED-CARD THRU END-OBTAIN-JOURNALED-CARD
            UNTIL DECK-RECORD-OBTAINED OR END-OF-INPUT
        GO TO END-OBTAIN-INPUT-RECORD
    END-IF.
    IF BATCH-MODE-ON
        MOVE 'N' TO DECK-RECORD-OBTAINED-SW
        PERFORM OBTAIN-DECK-RECORD THRU END-OBTAIN-DECK-RECORD
*> answer under the date it was first computed.
OBTAIN-RESULT.
    MOVE 'N' TO MASTER-HIT-SW.
    MOVE 'N' TO PROOF-FAILED-SW.
    MOVE CURRENT-ROOT-N TO EXTF-ROOT-N.
    MOVE RUN-MAX-ITERATIONS TO EXTF-MAX-ITER.
    IF MASTER-MODE-ON
                MOVE 'N' TO EXTF-ABORT-SW
                MOVE RES-FIRST-DATE TO MASTER-HIT-DATE
                SET MASTER-HIT TO TRUE
        END-READ
    END-IF.
    IF MASTER-HIT
        *> A stored answer is proven like a fresh one; one that fails
        *> is withheld and earns no hit, so SQRTRESM ages it off.
        PERFORM PROVE-RESULT THRU END-PROVE-RESULT
        IF PROOF-FAILED
            GO TO END-OBTAIN-RESULT
        END-IF
        *> Record that the stored answer earned its keep: the entry's
        *> last-hit date and hit count are what SQRTRESM ages on.
        MOVE RUN-DATE TO RES-LAST-HIT-DATE
        ADD 1 TO RES-HIT-COUNT
        ADD 1 TO MASTER-HIT-COUNT
        IF NOT PARTITION-MODE-ON
            REWRITE RESULT-REC
                INVALID KEY
                    CONTINUE
            END-REWRITE
        END-IF
        PERFORM FIND-REQUESTOR-ENTRY THRU END-FIND-REQUESTOR-ENTRY
        ADD 1 TO RQ-HITS(REQUESTOR-IX)
        GO TO END-OBTAIN-RESULT
    END-IF.

    *> On the MERGE step the partition has already iterated for
    *> this card; its answer stands in for the CALL when it was
    *> obtained for exactly this value, tolerance, degree and
    *> iteration ceiling.
    MOVE 'N' TO JOURNALED-RESULT-SW.
    IF MERGE-MODE-ON AND NOT SECOND-PASS-ON
        PERFORM CHECK-JOURNALED-RESULT THRU END-CHECK-JOURNALED-RESULT
    END-IF.
    IF JOURNALED-RESULT
        MOVE PJ-Y TO EXTF-Y
        MOVE PJ-K TO EXTF-K
        MOVE PJ-FINAL-DIFF TO EXTF-FINAL-DIFF
        MOVE PJ-ABORT-SW TO EXTF-ABORT-SW
    ELSE
        CALL "extfunction" USING EXTF-LINKAGE
    END-IF.
    SET RESULT-OBTAINED TO TRUE.
    ADD EXTF-K TO ITERATION-TOTAL.
    ADD 1 TO COMPUTED-COUNT.
    *> The iterations just burned belong to the requestor on the
    *> card; the chargeback bills these, never the master hits.
    PERFORM FIND-REQUESTOR-ENTRY THRU END-FIND-REQUESTOR-ENTRY.
    ADD EXTF-K TO RQ-ITER(REQUESTOR-IX).
    PERFORM PROVE-RESULT THRU END-PROVE-RESULT.

    IF MASTER-MODE-ON AND NOT EXTF-ABORTED AND NOT PROOF-FAILED
            AND NOT PARTITION-MODE-ON
        INITIALIZE RESULT-REC
        MOVE EXTF-Z TO RES-KEY-Z
        MOVE EXTF-DIFF TO RES-KEY-DIFF
    END-IF.
END-OBTAIN-RESULT. EXIT.

*> Prove the answer in EXTF-Y before anyone sees it: raise it back
*> to the root degree and measure how far Y**N lands from Z. The
*> residual must sit inside the card's tolerance carried through
*> the power, so the test scales with the value instead of holding
*> a cube root of ten billion to the same absolute figure as the
*> square root of two. An aborted attempt has no answer to prove.
PROVE-RESULT.
    MOVE 'N' TO PROOF-FAILED-SW.
    IF EXTF-ABORTED
        GO TO END-PROVE-RESULT
    END-IF.
    ADD 1 TO PROOF-COUNT.
    MOVE 'N' TO PROOF-OVERFLOW-SW.
    MOVE 1 TO PROOF-POWER.
    MOVE 1 TO PROOF-POWER-LESS-1.
    MOVE ZERO TO PROOF-STEP.
    PERFORM RAISE-PROOF-POWER THRU END-RAISE-PROOF-POWER
        UNTIL PROOF-STEP IS EQUAL TO EXTF-ROOT-N
           OR PROOF-OVERFLOW.
    IF PROOF-OVERFLOW
        MOVE PROOF-CEILING TO PROOF-POWER
        MOVE PROOF-CEILING TO PROOF-RESIDUAL
        MOVE ZERO TO PROOF-LIMIT
        SET PROOF-FAILED TO TRUE
        GO TO END-PROVE-RESULT
    END-IF.
    COMPUTE PROOF-SIGNED = PROOF-POWER - EXTF-Z.
    IF PROOF-SIGNED IS LESS THAN ZERO
        COMPUTE PROOF-RESIDUAL = PROOF-SIGNED * -1
    ELSE
        MOVE PROOF-SIGNED TO PROOF-RESIDUAL
    END-IF.
    COMPUTE PROOF-LIMIT ROUNDED =
        EXTF-ROOT-N * PROOF-POWER-LESS-1 * EXTF-DIFF
        ON SIZE ERROR
            MOVE PROOF-CEILING TO PROOF-LIMIT
    END-COMPUTE.
    IF PROOF-LIMIT IS LESS THAN PROOF-FLOOR
        MOVE PROOF-FLOOR TO PROOF-LIMIT
    END-IF.
    IF PROOF-RESIDUAL IS GREATER THAN PROOF-LIMIT
        SET PROOF-FAILED TO TRUE
    END-IF.
END-PROVE-RESULT. EXIT.

*> One multiplication of the proof power; the power before it is
*> kept, so Y**(N-1) is on hand for the limit when the loop ends.
RAISE-PROOF-POWER.
    MOVE PROOF-POWER TO PROOF-POWER-LESS-1.
    COMPUTE PROOF-POWER ROUNDED = PROOF-POWER * EXTF-Y
        ON SIZE ERROR
            SET PROOF-OVERFLOW TO TRUE
    END-COMPUTE.
    ADD 1 TO PROOF-STEP.
END-RAISE-PROOF-POWER. EXIT.

*> Report the extfunction result: either an abort message, the
*> withheld-answer line of a failed residual proof, or the answer
*> plus the iteration detail line.
WRITE-RESULT.
    IF PROOF-FAILED
        PERFORM WRITE-RESIDUAL-FAILURE
            THRU END-WRITE-RESIDUAL-FAILURE
        GO TO END-WRITE-RESULT
    END-IF.
    IF EXTF-ABORTED
        MOVE IN-Z TO OUTP-Z
        PERFORM WRITE-ABORT THRU END-WRITE-ABORT
        PERFORM COUNT-OPER-SUCCESS THRU END-COUNT-OPER-SUCCESS
        PERFORM FIND-REQUESTOR-ENTRY THRU END-FIND-REQUESTOR-ENTRY
        ADD 1 TO RQ-OK(REQUESTOR-IX)
        PERFORM COUNT-REQUESTOR-SPLIT THRU END-COUNT-REQUESTOR-SPLIT
        IF MANIFEST-MODE-ON
            ADD 1 TO DK-OK(CURRENT-DECK-IX)
        END-IF
    MOVE ZERO TO RQ-ERR(REQUESTOR-IX).
    MOVE ZERO TO RQ-RNG(REQUESTOR-IX).
    MOVE ZERO TO RQ-ABRT(REQUESTOR-IX).
    MOVE ZERO TO RQ-RSD(REQUESTOR-IX).
    MOVE ZERO TO RQ-ITER(REQUESTOR-IX).
    MOVE ZERO TO RQ-HITS(REQUESTOR-IX).
    MOVE ZERO TO RQ-SQR-OK(REQUESTOR-IX).
    MOVE ZERO TO RQ-CUBE-OK(REQUESTOR-IX).
    MOVE ZERO TO RQ-NTH-OK(REQUESTOR-IX).
    MOVE ZERO TO RQ-HP-OK(REQUESTOR-IX).
END-ZERO-REQUESTOR-ENTRY. EXIT.

*> Walk the table for SOUGHT-REQUESTOR; REQUESTOR-IX lands on the
    END-IF.
END-COUNT-OPER-SUCCESS. EXIT.

*> The same breakdown for the requestor the answer belongs to, plus
*> whether it was high-precision work, for the activity record.
COUNT-REQUESTOR-SPLIT.
    IF CURRENT-ROOT-N IS EQUAL TO 2
        ADD 1 TO RQ-SQR-OK(REQUESTOR-IX)
    ELSE
        IF CURRENT-ROOT-N IS EQUAL TO 3
            ADD 1 TO RQ-CUBE-OK(REQUESTOR-IX)
        ELSE
            ADD 1 TO RQ-NTH-OK(REQUESTOR-IX)
        END-IF
    END-IF.
    IF HP-RECORD
        ADD 1 TO RQ-HP-OK(REQUESTOR-IX)
    END-IF.
END-COUNT-REQUESTOR-SPLIT. EXIT.

*> Report a negative IN-Z as an imaginary result.
WRITE-IMAGINARY-RESULT.
    IF PROOF-FAILED
        PERFORM WRITE-RESIDUAL-FAILURE
            THRU END-WRITE-RESIDUAL-FAILURE
        GO TO END-WRITE-IMAGINARY-RESULT
    END-IF.
    IF EXTF-ABORTED
        MOVE IN-Z TO OUTP-Z
        PERFORM WRITE-ABORT THRU END-WRITE-ABORT
    ELSE
        MOVE IN-Z TO OUT-NEG-Z
        MOVE EXTF-Y TO OUT-IMAG-Y
        MOVE IN-REQUESTOR TO OUTI-REQUESTOR
        MOVE IN-REQUEST-REF TO OUTI-REQUEST-REF
        MOVE CURRENT-DECK-ID TO OUTI-DECK-ID
        WRITE OUT-LINE FROM IMAG-LINE AFTER ADVANCING 1 LINE
        MOVE IMAG-LINE TO RPT-LINE
        WRITE RPT-LINE
        PERFORM COUNT-OPER-SUCCESS THRU END-COUNT-OPER-SUCCESS
        PERFORM FIND-REQUESTOR-ENTRY THRU END-FIND-REQUESTOR-ENTRY
        ADD 1 TO RQ-OK(REQUESTOR-IX)
        PERFORM COUNT-REQUESTOR-SPLIT THRU END-COUNT-REQUESTOR-SPLIT
        IF MANIFEST-MODE-ON
            ADD 1 TO DK-OK(CURRENT-DECK-IX)
        END-IF
*> IN-Z (or its magnitude, in imaginary mode) is too large for the
*> working storage extfunction iterates in.
WRITE-RANGE-ERROR.
    MOVE IN-REQUESTOR TO OTR-REQUESTOR.
    MOVE IN-REQUEST-REF TO OTR-REQUEST-REF.
    WRITE OUT-LINE FROM RANGE-MESS AFTER ADVANCING 1 LINE.
    MOVE RANGE-MESS TO RPT-LINE.  WRITE RPT-LINE.
    ADD 1 TO RANGE-COUNT.
*> extfunction gave up after too many iterations. The input and the
*> tolerance it actually ran at are captured for the second pass.
WRITE-ABORT.
    MOVE IN-REQUESTOR TO OUTP-REQUESTOR.
    MOVE IN-REQUEST-REF TO OUTP-REQUEST-REF.
    WRITE OUT-LINE FROM ABORT-MESS AFTER ADVANCING 1 LINE.
    MOVE ABORT-MESS TO RPT-LINE.  WRITE RPT-LINE.
    ADD 1 TO ABORT-COUNT.
    END-IF.
END-WRITE-ABORT. EXIT.

*> The answer failed its residual proof. It is withheld: no result
*> line, no interface detail, nothing stored in the master. The
*> report says so with the residual and the limit it broke, the
*> CSV carries the request with pass flag 'R' and no answer, the
*> register records it as finally disposed of as a proof failure,
*> and the particulars go to the residual exception file.
WRITE-RESIDUAL-FAILURE.
    MOVE IN-Z TO OUTF-Z.
    MOVE IN-REQUESTOR TO OUTF-REQUESTOR.
    MOVE IN-REQUEST-REF TO OUTF-REQUEST-REF.
    MOVE PROOF-RESIDUAL TO OUT-RESIDUAL.
    MOVE PROOF-LIMIT TO OUT-RESID-LIMIT.
    WRITE OUT-LINE FROM RESID-FAIL-MESS AFTER ADVANCING 1 LINE.
    WRITE OUT-LINE FROM RESID-DETAIL-LINE AFTER ADVANCING 1 LINE.
    MOVE RESID-FAIL-MESS TO RPT-LINE.  WRITE RPT-LINE.
    MOVE RESID-DETAIL-LINE TO RPT-LINE.  WRITE RPT-LINE.
    IF CSV-MODE-ON
        MOVE IN-Z TO CSV-Z
        MOVE ',' TO CSV-SEP-1
        MOVE ZERO TO CSV-Y
        MOVE ',' TO CSV-SEP-2
        MOVE CURRENT-ROOT-N TO CSV-ROOT-N
        MOVE ',' TO CSV-SEP-3
        MOVE 'R' TO CSV-PASS-FLAG
        MOVE ',' TO CSV-SEP-4
        MOVE IN-REQUESTOR TO CSV-REQUESTOR
        MOVE ',' TO CSV-SEP-5
        MOVE IN-REQUEST-REF TO CSV-REQUEST-REF
        MOVE ',' TO CSV-SEP-6
        MOVE ',' TO CSV-SEP-7
        MOVE SPACES TO CSV-HP-Y
        MOVE SPACES TO CSV-HP-DIFF
        MOVE ',' TO CSV-SEP-8
        MOVE CURRENT-DECK-ID TO CSV-DECK-ID
        WRITE CSV-LINE
    END-IF.
    ADD 1 TO RESIDUAL-COUNT.
    PERFORM FIND-REQUESTOR-ENTRY THRU END-FIND-REQUESTOR-ENTRY.
    ADD 1 TO RQ-RSD(REQUESTOR-IX).
    IF MANIFEST-MODE-ON AND CURRENT-DECK-IX IS GREATER THAN ZERO
        ADD 1 TO DK-RSD(CURRENT-DECK-IX)
    END-IF.
    MOVE 'P' TO REGISTER-DISP.
    PERFORM POST-REQUEST-DISPOSITION THRU END-POST-REQUEST-DISPOSITION.
    PERFORM WRITE-RESIDUAL-EXCEPTION THRU END-WRITE-RESIDUAL-EXCEPTION.
END-WRITE-RESIDUAL-FAILURE. EXIT.

*> Append the withheld answer's particulars to the residual
*> exception file, opening it on the first failure of the run. If
*> it can't be had the report line still stands on its own.
WRITE-RESIDUAL-EXCEPTION.
    *> A partition's withheld answers are written by the MERGE step,
    *> which proves the journalled answer again and fails it the same.
    IF PARTITION-MODE-ON
        GO TO END-WRITE-RESIDUAL-EXCEPTION
    END-IF.
    IF NOT RESIDUAL-OPEN
        OPEN EXTEND RESIDUAL-FILE
        IF RESIDUAL-FILE-STATUS IS EQUAL TO '35'
            OPEN OUTPUT RESIDUAL-FILE
        END-IF
        IF RESIDUAL-FILE-STATUS IS NOT EQUAL TO '00'
            GO TO END-WRITE-RESIDUAL-EXCEPTION
        END-IF
        SET RESIDUAL-OPEN TO TRUE
    END-IF.
    INITIALIZE RESIDUAL-REC.
    MOVE RUN-DATE TO RSD-DATE.
    MOVE RUN-SEQ-NO TO RSD-RUN-SEQ-NO.
    MOVE 'SQRT' TO RSD-SOURCE.
    MOVE IN-REQUESTOR TO RSD-REQUESTOR.
    MOVE IN-REQUEST-REF TO RSD-REQUEST-REF.
    MOVE CURRENT-ROOT-N TO RSD-ROOT-N.
    IF SECOND-PASS-ON
        MOVE '2' TO RSD-PASS
    ELSE
        MOVE '1' TO RSD-PASS
    END-IF.
    IF MASTER-HIT
        MOVE 'Y' TO RSD-MASTER-SW
    ELSE
        MOVE 'N' TO RSD-MASTER-SW
    END-IF.
    MOVE IN-Z TO RSD-Z.
    MOVE EXTF-DIFF TO RSD-TOLERANCE.
    MOVE EXTF-Y TO RSD-Y.
    MOVE PROOF-POWER TO RSD-BACK.
    MOVE PROOF-RESIDUAL TO RSD-RESIDUAL.
    MOVE PROOF-LIMIT TO RSD-LIMIT.
    WRITE RESIDUAL-REC.
END-WRITE-RESIDUAL-EXCEPTION. EXIT.

*> Periodically snapshot how far the batch deck has progressed, so an
*> overnight run that abends doesn't have to restart from record one.
CHECKPOINT-IF-DUE.

*> Look at the operator command file now that a checkpoint is safely
*> on disk, and honour what it says. Anything else (no file, a blank
*> record, a word this program doesn't know, a command its operator
*> has no authority for) is no command at all.
POLL-OPERATOR-COMMANDS.
    PERFORM READ-OPERATOR-COMMAND THRU END-READ-OPERATOR-COMMAND.
    IF COMMAND-WORD IS EQUAL TO 'STOP    '
END-POLL-OPERATOR-COMMANDS. EXIT.

*> First record of the command file, or spaces when there is none.
*> A command this run would act on right now is put to SQRTAUTH
*> first; a refused one comes back as no command at all. A RESUME
*> or PAUSE the run would only pass over is left standing
*> unchecked, as it always was.
READ-OPERATOR-COMMAND.
    MOVE SPACES TO COMMAND-WORD.
    MOVE SPACES TO COMMAND-OPERATOR.
    OPEN INPUT COMMAND-FILE.
    IF COMMAND-FILE-STATUS IS NOT EQUAL TO '00'
        GO TO END-READ-OPERATOR-COMMAND
            CONTINUE
        NOT AT END
            MOVE COMMAND-REC(1:8) TO COMMAND-WORD
            MOVE COMMAND-REC(10:8) TO COMMAND-OPERATOR
    END-READ.
    CLOSE COMMAND-FILE.
    IF COMMAND-WORD IS EQUAL TO 'RESUME  ' AND NOT RUN-PAUSED
        GO TO END-READ-OPERATOR-COMMAND
    END-IF.
    IF COMMAND-WORD IS EQUAL TO 'PAUSE   ' AND RUN-PAUSED
        GO TO END-READ-OPERATOR-COMMAND
    END-IF.
    IF COMMAND-WORD IS EQUAL TO 'STOP    '
            OR COMMAND-WORD IS EQUAL TO 'DRAIN   '
            OR COMMAND-WORD IS EQUAL TO 'PAUSE   '
            OR COMMAND-WORD IS EQUAL TO 'RESUME  '
        PERFORM AUTHORISE-OPERATOR-COMMAND
            THRU END-AUTHORISE-OPERATOR-COMMAND
    END-IF.
END-READ-OPERATOR-COMMAND. EXIT.

*> Does the issuing operator hold operator-command authority? Either
*> way the run log records the command and who sent it; a refusal
*> is cleared so it can't replay at every checkpoint, printed, and
*> (by SQRTAUTH) logged as a violation.
AUTHORISE-OPERATOR-COMMAND.
    MOVE OPERATOR-FILENAME TO AUTH-OPERATOR-FILENAME.
    MOVE VIOLATION-FILENAME TO AUTH-VIOLATION-FILENAME.
    MOVE 'SQRT    ' TO AUTH-PROGRAM.
    MOVE COMMAND-OPERATOR TO AUTH-OPERATOR.
    SET AUTH-FN-OPERATOR-COMMAND TO TRUE.
    MOVE COMMAND-WORD TO AUTH-DETAIL.
    CALL "SQRTAUTH" USING AUTH-LINKAGE.
    MOVE COMMAND-WORD TO LOG-CMD-WORD.
    MOVE COMMAND-OPERATOR TO LOG-CMD-OPERATOR.
    IF AUTH-GRANTED
        MOVE 'ACCEPTED' TO LOG-CMD-VERDICT
        MOVE LOG-COMMAND-TEXT TO LOG-EVENT-TEXT
        PERFORM WRITE-RUN-LOG-EVENT THRU END-WRITE-RUN-LOG-EVENT
        GO TO END-AUTHORISE-OPERATOR-COMMAND
    END-IF.
    MOVE 'REFUSED ' TO LOG-CMD-VERDICT.
    MOVE LOG-COMMAND-TEXT TO LOG-EVENT-TEXT.
    PERFORM WRITE-RUN-LOG-EVENT THRU END-WRITE-RUN-LOG-EVENT.
    PERFORM CLEAR-OPERATOR-COMMAND THRU END-CLEAR-OPERATOR-COMMAND.
    MOVE COMMAND-WORD TO MESS-REFUSED-WORD.
    MOVE COMMAND-OPERATOR TO MESS-REFUSED-OPERATOR.
    MOVE AUTH-REASON TO MESS-REFUSED-REASON.
    WRITE OUT-LINE FROM COMMAND-REFUSED-MESS AFTER ADVANCING 1 LINE.
    MOVE COMMAND-REFUSED-MESS TO RPT-LINE.
    WRITE RPT-LINE.
    MOVE SPACES TO COMMAND-WORD.
END-AUTHORISE-OPERATOR-COMMAND. EXIT.

*> A honoured command is cleared so it can't replay against the next
*> run; rewriting the file empty is the clear.
CLEAR-OPERATOR-COMMAND.
END-HONOUR-STOP-COMMAND. EXIT.

*> DRAIN: finish the deck, but the second-pass retry ladder is
*> skipped so the run clears the window. A partition journals the
*> drain, so the MERGE step that runs the second pass skips it too.
HONOUR-DRAIN-COMMAND.
    PERFORM CLEAR-OPERATOR-COMMAND THRU END-CLEAR-OPERATOR-COMMAND.
    SET DRAIN-REQUESTED TO TRUE.
    IF PARTITION-MODE-ON
        PERFORM JOURNAL-PARTITION-DRAIN THRU END-JOURNAL-PARTITION-DRAIN
    END-IF.
    WRITE OUT-LINE FROM DRAIN-MESS AFTER ADVANCING 1 LINE.
    MOVE DRAIN-MESS TO RPT-LINE.
    WRITE RPT-LINE.
    ELSE
        MOVE IN-Z TO OUTR-Z
        MOVE RETRY-LAST-TOL TO MESS-RETRY-MAX-TOL
        MOVE IN-REQUESTOR TO OUTR-REQUESTOR
        MOVE IN-REQUEST-REF TO OUTR-REQUEST-REF
        WRITE OUT-LINE FROM RETRY-FAIL-MESS AFTER ADVANCING 1 LINE
        MOVE RETRY-FAIL-MESS TO RPT-LINE
        WRITE RPT-LINE
*> Print the run summary trailer, append this run's statistics
*> record, checkpoint one last time, and close everything down.
TERMINATE-RUN.
    IF RETRY-COUNT IS GREATER THAN ZERO AND NOT PARTITION-MODE-ON
        MOVE RETRY-COUNT TO SUM-RETRIED
        MOVE RECOVERED-COUNT TO SUM-RECOVERED
        WRITE OUT-LINE FROM RETRY-SUMMARY-LINE AFTER ADVANCING 1 LINE
        MOVE MASTER-SUMMARY-LINE TO RPT-LINE
        WRITE RPT-LINE
    END-IF.
    MOVE PROOF-COUNT TO SUM-PROOF-CHECKED.
    MOVE RESIDUAL-COUNT TO SUM-PROOF-FAILED.
    WRITE OUT-LINE FROM PROOF-LINE AFTER ADVANCING 1 LINE.
    MOVE PROOF-LINE TO RPT-LINE.  WRITE RPT-LINE.
    MOVE SQR-OK-COUNT TO SUM-SQR-OK.
    MOVE CUBE-OK-COUNT TO SUM-CUBE-OK.
    MOVE NTH-OK-COUNT TO SUM-NTH-OK.
    WRITE OUT-LINE FROM OPS-LINE AFTER ADVANCING 1 LINE.
    MOVE OPS-LINE TO RPT-LINE.  WRITE RPT-LINE.
    IF CANCELLED-COUNT IS GREATER THAN ZERO
        MOVE CANCELLED-COUNT TO SUM-CANCELLED
        WRITE OUT-LINE FROM CANCELLED-LINE AFTER ADVANCING 1 LINE
        MOVE CANCELLED-LINE TO RPT-LINE
        WRITE RPT-LINE
    END-IF.
    IF REQUESTOR-COUNT IS GREATER THAN ZERO
        WRITE OUT-LINE FROM REQUESTOR-HEADER-LINE
            AFTER ADVANCING 1 LINE
    MOVE LOG-RUN-END-TEXT TO LOG-EVENT-TEXT.
    PERFORM WRITE-RUN-LOG-EVENT THRU END-WRITE-RUN-LOG-EVENT.

    *> A partition's own outputs stop at its report and control
    *> file; the run's statistics and activity come from the MERGE
    *> step, whose numbers were reserved, and written back, by PLAN.
    IF PARTITION-MODE-ON
        PERFORM CLOSE-PARTITION-RUN THRU END-CLOSE-PARTITION-RUN
    END-IF.
    IF NOT MERGE-MODE-ON
        PERFORM WRITE-CONTROL-FILE THRU END-WRITE-CONTROL-FILE
    END-IF.
    IF NOT PARTITION-MODE-ON
        PERFORM WRITE-STATISTICS THRU END-WRITE-STATISTICS
        PERFORM WRITE-ACTIVITY-RECORDS THRU END-WRITE-ACTIVITY-RECORDS
    END-IF.

    *> The MERGE step read journals, not the deck.
    IF NOT MERGE-MODE-ON
        IF MANIFEST-MODE-ON
            IF DECK-OPEN
                CLOSE INPUT-CARD-FILE
            END-IF
            CLOSE MANIFEST-FILE
        ELSE
            IF BATCH-MODE-ON
                CLOSE INPUT-CARD-FILE
            END-IF
        END-IF
    END-IF.
    IF MASTER-MODE-ON
    IF REGISTER-MODE-ON
        CLOSE REQUEST-FILE
    END-IF.
    IF REQMAST-MODE-ON
        CLOSE REQUESTOR-FILE
    END-IF.
    CLOSE RUN-LOG-FILE.
    CLOSE REPORT-FILE.
    IF CSV-MODE-ON
    IF INTF-MODE-ON
        PERFORM CLOSE-INTERFACE-BATCH THRU END-CLOSE-INTERFACE-BATCH
    END-IF.
    IF RESIDUAL-OPEN
        CLOSE RESIDUAL-FILE
    END-IF.
    *> Only once every output of the run is sealed is the plan marked
    *> merged, so a merge that fell over part way is never mistaken
    *> for one that finished.
    IF MERGE-MODE-ON
        SET PLAN-MERGED TO TRUE
        PERFORM WRITE-PARTITION-PLAN THRU END-WRITE-PARTITION-PLAN
    END-IF.
    CLOSE STANDARD-OUTPUT.
END-TERMINATE-RUN. EXIT.

        REMAINDER ELAPSED-SS.
END-COMPUTE-ELAPSED-TIME. EXIT.

*> One requestor's subtotal line, and under it the department's name
*> and cost centre when the code is a real one on the master.
PRINT-REQUESTOR-SUBTOTAL.
    MOVE RQ-CODE(REQUESTOR-IX) TO RQS-CODE.
    MOVE RQ-OK(REQUESTOR-IX) TO RQS-OK.
    MOVE RQ-ERR(REQUESTOR-IX) TO RQS-ERR.
    MOVE RQ-RNG(REQUESTOR-IX) TO RQS-RNG.
    MOVE RQ-ABRT(REQUESTOR-IX) TO RQS-ABRT.
    MOVE RQ-RSD(REQUESTOR-IX) TO RQS-RSD.
    WRITE OUT-LINE FROM REQUESTOR-SUB-LINE AFTER ADVANCING 1 LINE.
    MOVE REQUESTOR-SUB-LINE TO RPT-LINE.
    WRITE RPT-LINE.
    IF NOT REQMAST-MODE-ON
            OR RQ-CODE(REQUESTOR-IX) IS EQUAL TO SPACES
            OR RQ-CODE(REQUESTOR-IX) IS EQUAL TO CATCH-ALL-REQUESTOR
        GO TO END-PRINT-REQUESTOR-SUBTOTAL
    END-IF.
    MOVE RQ-CODE(REQUESTOR-IX) TO RQM-CODE.
    READ REQUESTOR-FILE
        INVALID KEY
            MOVE 'NOT ON REQUESTOR MASTER' TO RQM-NAME
            MOVE SPACES TO RQM-COST-CENTRE
    END-READ.
    MOVE RQM-NAME TO RQS-NAME.
    MOVE RQM-COST-CENTRE TO RQS-COST-CENTRE.
    WRITE OUT-LINE FROM REQUESTOR-NAME-LINE AFTER ADVANCING 1 LINE.
    MOVE REQUESTOR-NAME-LINE TO RPT-LINE.
    WRITE RPT-LINE.
END-PRINT-REQUESTOR-SUBTOTAL. EXIT.

*> One member deck's subtotal line.
    WRITE OUT-LINE FROM DECK-SUB-LINE AFTER ADVANCING 1 LINE.
    MOVE DECK-SUB-LINE TO RPT-LINE.
    WRITE RPT-LINE.
    IF DK-RSD(DECK-IX) IS GREATER THAN ZERO
        MOVE DK-RSD(DECK-IX) TO DKS-RSD
        WRITE OUT-LINE FROM DECK-RSD-LINE AFTER ADVANCING 1 LINE
        MOVE DECK-RSD-LINE TO RPT-LINE
        WRITE RPT-LINE
    END-IF.
END-PRINT-DECK-SUBTOTAL. EXIT.

*> Append this run's summary to the historical statistics file so
    MOVE RQ-CODE(REQUESTOR-IX) TO ACT-REQUESTOR.
    COMPUTE ACT-RECORDS = RQ-OK(REQUESTOR-IX)
        + RQ-ERR(REQUESTOR-IX) + RQ-RNG(REQUESTOR-IX)
        + RQ-ABRT(REQUESTOR-IX) + RQ-RSD(REQUESTOR-IX).
    MOVE RQ-OK(REQUESTOR-IX) TO ACT-OK.
    MOVE RQ-ITER(REQUESTOR-IX) TO ACT-COMP-ITER.
    MOVE RQ-HITS(REQUESTOR-IX) TO ACT-MASTER-HITS.
    MOVE RQ-SQR-OK(REQUESTOR-IX) TO ACT-SQR-OK.
    MOVE RQ-CUBE-OK(REQUESTOR-IX) TO ACT-CUBE-OK.
    MOVE RQ-NTH-OK(REQUESTOR-IX) TO ACT-NTH-OK.
    MOVE RQ-HP-OK(REQUESTOR-IX) TO ACT-HP-OK.
    WRITE ACTIVITY-REC.
END-WRITE-ONE-ACTIVITY-RECORD. EXIT.

*> ----------------------------------------------------------------
*> Partitioned running. A run too big for the window is planned,
*> run as several partitions side by side, and merged:
*>   SQRT-PARTITION=PLAN   counts the input, reserves the run number
*>                         and interface sequence number, and writes
*>                         the plan of record ranges;
*>   SQRT-PARTITION=nn     runs partition nn's range against the
*>                         master read-only, journalling each card
*>                         and its answer; restartable on its own
*>                         from its own checkpoint;
*>   SQRT-PARTITION=MERGE  once every partition is complete, puts the
*>                         journalled cards back through the result
*>                         paragraphs in deck order under the
*>                         reserved run number, so the report, the
*>                         exports, the statistics, the activity
*>                         records, the master and the register come
*>                         out exactly as one stream would have left
*>                         them.
*> ----------------------------------------------------------------

*> PLAN, MERGE, or a partition number within the plan's maximum;
*> anything else is refused before a file is touched.
RESOLVE-PARTITION-MODE.
    IF PARTITION-PARM IS EQUAL TO 'PLAN '
        SET PLAN-MODE-ON TO TRUE
        GO TO END-RESOLVE-PARTITION-MODE
    END-IF.
    IF PARTITION-PARM IS EQUAL TO 'MERGE'
        SET MERGE-MODE-ON TO TRUE
        GO TO END-RESOLVE-PARTITION-MODE
    END-IF.
    IF PARTITION-PARM(1:2) IS NUMERIC
            AND PARTITION-PARM(3:3) IS EQUAL TO SPACES
        MOVE PARTITION-PARM(1:2) TO PARTITION-NO
        IF PARTITION-NO IS GREATER THAN ZERO
                AND PARTITION-NO IS NOT GREATER THAN PARTITION-MAX
            SET PARTITION-MODE-ON TO TRUE
            GO TO END-RESOLVE-PARTITION-MODE
        END-IF
    END-IF.
    OPEN OUTPUT STANDARD-OUTPUT.
    MOVE 'PARTITION MUST BE PLAN, MERGE OR 01-20' TO PARTITION-REASON.
    PERFORM REFUSE-PARTITIONED-RUN THRU END-REFUSE-PARTITIONED-RUN.
END-RESOLVE-PARTITION-MODE. EXIT.

*> A step of a partitioned run that will not go ahead says why on
*> the console and ends with return code 8. It stops before it has
*> written anything the other steps depend on.
REFUSE-PARTITIONED-RUN.
    MOVE PARTITION-REASON TO MESS-PARTITION-REASON.
    WRITE OUT-LINE FROM PARTITION-REFUSED-MESS AFTER ADVANCING 1 LINE.
    CLOSE STANDARD-OUTPUT.
    MOVE 8 TO RETURN-CODE.
    STOP RUN.
END-REFUSE-PARTITIONED-RUN. EXIT.

*> One partitioned-run problem that belongs to a particular
*> partition, with its number, as the reason for a refusal.
NOTE-PARTITION-PROBLEM.
    MOVE SPACES TO PARTITION-REASON.
    STRING 'PARTITION '         DELIMITED BY SIZE
           PARTITION-FILE-NO    DELIMITED BY SIZE
           ' '                  DELIMITED BY SIZE
           PARTITION-PROBLEM    DELIMITED BY SIZE
        INTO PARTITION-REASON.
END-NOTE-PARTITION-PROBLEM. EXIT.

BUILD-PLAN-FILENAME.
    MOVE SPACES TO PLAN-FILENAME.
    STRING PARTITION-PREFIX     DELIMITED BY SPACE
           '.PLAN'              DELIMITED BY SIZE
        INTO PLAN-FILENAME.
END-BUILD-PLAN-FILENAME. EXIT.

*> <prefix>.<kind><nn>: the file of the kind named in
*> PARTITION-FILE-KIND belonging to partition PARTITION-FILE-NO.
BUILD-PARTITION-FILENAME.
    MOVE SPACES TO PARTITION-FILE-NAME.
    STRING PARTITION-PREFIX     DELIMITED BY SPACE
           '.'                  DELIMITED BY SIZE
           PARTITION-FILE-KIND  DELIMITED BY SIZE
           PARTITION-FILE-NO    DELIMITED BY SIZE
        INTO PARTITION-FILE-NAME.
END-BUILD-PARTITION-FILENAME. EXIT.

*> Load the plan: its header, the partitions' ranges, and (for the
*> MERGE step) the manifest's deck slots in the order the run met
*> them, so the merged deck subtotals come out in the same order.
READ-PARTITION-PLAN.
    MOVE 'N' TO PLAN-FOUND-SW.
    MOVE 'N' TO END-OF-PLAN-SW.
    PERFORM BUILD-PLAN-FILENAME THRU END-BUILD-PLAN-FILENAME.
    OPEN INPUT PLAN-FILE.
    IF PLAN-FILE-STATUS IS NOT EQUAL TO '00'
        GO TO END-READ-PARTITION-PLAN
    END-IF.
    PERFORM READ-ONE-PLAN-RECORD THRU END-READ-ONE-PLAN-RECORD
        UNTIL END-OF-PLAN.
    CLOSE PLAN-FILE.
END-READ-PARTITION-PLAN. EXIT.

READ-ONE-PLAN-RECORD.
    READ PLAN-FILE
        AT END
            SET END-OF-PLAN TO TRUE
    END-READ.
    IF END-OF-PLAN
        GO TO END-READ-ONE-PLAN-RECORD
    END-IF.
    IF PLAN-REC(1:1) IS EQUAL TO 'H'
        MOVE PLAN-REC TO PLAN-HEADER-REC
        IF PH-PART-COUNT IS NUMERIC
                AND PH-PART-COUNT IS NOT GREATER THAN PARTITION-MAX
            SET PLAN-FOUND TO TRUE
        END-IF
        GO TO END-READ-ONE-PLAN-RECORD
    END-IF.
    IF PLAN-REC(1:1) IS EQUAL TO 'P'
        MOVE PLAN-REC TO PLAN-PARTITION-REC
        IF PP-PARTITION-NO IS NUMERIC
                AND PP-PARTITION-NO IS GREATER THAN ZERO
                AND PP-PARTITION-NO IS NOT GREATER THAN PARTITION-MAX
            MOVE PP-FIRST-RECNO TO PT-FIRST-RECNO(PP-PARTITION-NO)
            MOVE PP-LAST-RECNO TO PT-LAST-RECNO(PP-PARTITION-NO)
        END-IF
        GO TO END-READ-ONE-PLAN-RECORD
    END-IF.
    IF PLAN-REC(1:1) IS EQUAL TO 'D' AND MERGE-MODE-ON
        MOVE PLAN-REC TO PLAN-DECK-REC
        IF PD-DECK-IX IS NUMERIC
                AND PD-DECK-IX IS GREATER THAN ZERO
                AND PD-DECK-IX IS NOT GREATER THAN DECK-TABLE-MAX
            MOVE PD-DECK-IX TO CURRENT-DECK-IX
            MOVE PD-DECK-ID TO DK-ID(CURRENT-DECK-IX)
            PERFORM ZERO-DECK-ENTRY THRU END-ZERO-DECK-ENTRY
            IF PD-DECK-IX IS GREATER THAN DECK-COUNT
                MOVE PD-DECK-IX TO DECK-COUNT
            END-IF
        END-IF
    END-IF.
END-READ-ONE-PLAN-RECORD. EXIT.

*> Write the plan out whole: header, ranges, deck slots. The caller
*> looks at PLAN-FILE-STATUS to know it is on disk.
WRITE-PARTITION-PLAN.
    PERFORM BUILD-PLAN-FILENAME THRU END-BUILD-PLAN-FILENAME.
    OPEN OUTPUT PLAN-FILE.
    IF PLAN-FILE-STATUS IS NOT EQUAL TO '00'
        GO TO END-WRITE-PARTITION-PLAN
    END-IF.
    WRITE PLAN-REC FROM PLAN-HEADER-REC.
    PERFORM WRITE-ONE-PLAN-RANGE THRU END-WRITE-ONE-PLAN-RANGE
        VARYING PARTITION-IX FROM 1 BY 1
        UNTIL PARTITION-IX IS GREATER THAN PH-PART-COUNT.
    PERFORM WRITE-ONE-PLAN-DECK THRU END-WRITE-ONE-PLAN-DECK
        VARYING CURRENT-DECK-IX FROM 1 BY 1
        UNTIL CURRENT-DECK-IX IS GREATER THAN DECK-COUNT.
    CLOSE PLAN-FILE.
END-WRITE-PARTITION-PLAN. EXIT.

WRITE-ONE-PLAN-RANGE.
    MOVE PARTITION-IX TO PP-PARTITION-NO.
    MOVE PT-FIRST-RECNO(PARTITION-IX) TO PP-FIRST-RECNO.
    MOVE PT-LAST-RECNO(PARTITION-IX) TO PP-LAST-RECNO.
    WRITE PLAN-REC FROM PLAN-PARTITION-REC.
END-WRITE-ONE-PLAN-RANGE. EXIT.

WRITE-ONE-PLAN-DECK.
    MOVE CURRENT-DECK-IX TO PD-DECK-IX.
    MOVE DK-ID(CURRENT-DECK-IX) TO PD-DECK-ID.
    WRITE PLAN-REC FROM PLAN-DECK-REC.
END-WRITE-ONE-PLAN-DECK. EXIT.

*> PLAN: there must be a deck or manifest to split, a sensible
*> partition count, and no earlier plan under the same prefix still
*> waiting to be merged. The input is opened the same way the run
*> itself would open it.
INITIALIZE-PLAN.
    OPEN OUTPUT STANDARD-OUTPUT.
    IF MANIFEST-FILENAME IS EQUAL TO SPACES
            AND IN-FILENAME IS EQUAL TO SPACES
        MOVE 'NO DECK OR MANIFEST TO PARTITION' TO PARTITION-REASON
        PERFORM REFUSE-PARTITIONED-RUN THRU END-REFUSE-PARTITIONED-RUN
    END-IF.
    IF PARTITION-COUNT-PARM IS NOT EQUAL TO SPACES
        IF PARTITION-COUNT-PARM IS NUMERIC
            MOVE PARTITION-COUNT-PARM-V TO PARTITION-COUNT
        ELSE
            MOVE ZERO TO PARTITION-COUNT
        END-IF
    END-IF.
    IF PARTITION-COUNT IS LESS THAN 2
            OR PARTITION-COUNT IS GREATER THAN PARTITION-MAX
        MOVE 'PARTITION COUNT MUST BE 02-20' TO PARTITION-REASON
        PERFORM REFUSE-PARTITIONED-RUN THRU END-REFUSE-PARTITIONED-RUN
    END-IF.
    PERFORM READ-PARTITION-PLAN THRU END-READ-PARTITION-PLAN.
    IF PLAN-FOUND AND NOT PLAN-MERGED
        MOVE 'PREVIOUS PLAN NOT YET MERGED' TO PARTITION-REASON
        PERFORM REFUSE-PARTITIONED-RUN THRU END-REFUSE-PARTITIONED-RUN
    END-IF.
    OPEN EXTEND RUN-LOG-FILE.
    IF RUN-LOG-FILE-STATUS IS EQUAL TO '35'
        OPEN OUTPUT RUN-LOG-FILE
    END-IF.
    PERFORM OPEN-RUN-INPUT THRU END-OPEN-RUN-INPUT.
END-INITIALIZE-PLAN. EXIT.

*> PLAN: count the run's records exactly as the run will read them
*> (a zero card or end of file ends a deck), reserve the run number
*> and interface sequence number on the control file, and write the
*> plan: contiguous ranges, the first partitions taking one record
*> more when the count doesn't divide evenly. Each partition's
*> control file is started afresh for the run.
PLAN-PARTITIONS.
    PERFORM COUNT-PLAN-RECORD THRU END-COUNT-PLAN-RECORD
        UNTIL END-OF-INPUT.
    IF MANIFEST-MODE-ON
        CLOSE MANIFEST-FILE
    ELSE
        CLOSE INPUT-CARD-FILE
    END-IF.

    PERFORM READ-CONTROL-FILE THRU END-READ-CONTROL-FILE.
    ADD 1 TO RUN-SEQ-NO.
    IF INTF-MODE-ON
        ADD 1 TO INTF-SEQ-NO
    END-IF.

    SET PLAN-OPEN TO TRUE.
    MOVE RUN-SEQ-NO TO PH-RUN-SEQ-NO.
    MOVE INTF-SEQ-NO TO PH-INTF-SEQ-NO.
    MOVE RUN-DATE TO PH-RUN-DATE.
    MOVE RUN-START-SECS TO PH-START-SECS.
    MOVE PARTITION-COUNT TO PH-PART-COUNT.
    MOVE RECORD-COUNT TO PH-RECORD-COUNT.
    MOVE MANIFEST-MODE-SW TO PH-MANIFEST-SW.
    MOVE CSV-MODE-SW TO PH-CSV-SW.
    MOVE INTF-MODE-SW TO PH-INTF-SW.
    MOVE RUN-INPUT-IDENT TO PH-INPUT-IDENT.
    DIVIDE RECORD-COUNT BY PARTITION-COUNT
        GIVING PLAN-RANGE-SIZE REMAINDER PLAN-RANGE-REM.
    MOVE 1 TO PLAN-NEXT-RECNO.
    PERFORM SET-PLAN-RANGE THRU END-SET-PLAN-RANGE
        VARYING PARTITION-IX FROM 1 BY 1
        UNTIL PARTITION-IX IS GREATER THAN PARTITION-COUNT.
    PERFORM WRITE-PARTITION-PLAN THRU END-WRITE-PARTITION-PLAN.
    IF PLAN-FILE-STATUS IS NOT EQUAL TO '00'
        MOVE 'PLAN FILE COULD NOT BE WRITTEN' TO PARTITION-REASON
        PERFORM REFUSE-PARTITIONED-RUN THRU END-REFUSE-PARTITIONED-RUN
    END-IF.

    *> The numbers are spent only once the plan that holds them is
    *> on disk.
    PERFORM WRITE-CONTROL-FILE THRU END-WRITE-CONTROL-FILE.
    PERFORM START-PARTITION-CONTROL THRU END-START-PARTITION-CONTROL
        VARYING PARTITION-IX FROM 1 BY 1
        UNTIL PARTITION-IX IS GREATER THAN PARTITION-COUNT.

    MOVE RUN-SEQ-NO TO MESS-PLAN-RUN-SEQ.
    MOVE RECORD-COUNT TO MESS-PLAN-RECORDS.
    MOVE PARTITION-COUNT TO MESS-PLAN-PARTITIONS.
    WRITE OUT-LINE FROM PLAN-SUMMARY-LINE AFTER ADVANCING 1 LINE.
    PERFORM PRINT-PLAN-RANGE THRU END-PRINT-PLAN-RANGE
        VARYING PARTITION-IX FROM 1 BY 1
        UNTIL PARTITION-IX IS GREATER THAN PARTITION-COUNT.

    MOVE 'RUN START' TO LOG-EVENT-TEXT.
    PERFORM WRITE-RUN-LOG-EVENT THRU END-WRITE-RUN-LOG-EVENT.
    MOVE 'PARTITIONS PLANNED:' TO LOG-PART-EVENT.
    MOVE PARTITION-COUNT TO LOG-PART-COUNT.
    MOVE LOG-PARTITION-TEXT TO LOG-EVENT-TEXT.
    PERFORM WRITE-RUN-LOG-EVENT THRU END-WRITE-RUN-LOG-EVENT.
    CLOSE RUN-LOG-FILE.
    CLOSE STANDARD-OUTPUT.
END-PLAN-PARTITIONS. EXIT.

COUNT-PLAN-RECORD.
    PERFORM OBTAIN-INPUT-RECORD THRU END-OBTAIN-INPUT-RECORD.
    IF NOT END-OF-INPUT
        ADD 1 TO RECORD-COUNT
    END-IF.
END-COUNT-PLAN-RECORD. EXIT.

SET-PLAN-RANGE.
    MOVE PLAN-NEXT-RECNO TO PT-FIRST-RECNO(PARTITION-IX).
    COMPUTE PT-LAST-RECNO(PARTITION-IX) =
        PLAN-NEXT-RECNO + PLAN-RANGE-SIZE - 1.
    IF PARTITION-IX IS NOT GREATER THAN PLAN-RANGE-REM
        ADD 1 TO PT-LAST-RECNO(PARTITION-IX)
    END-IF.
    COMPUTE PLAN-NEXT-RECNO = PT-LAST-RECNO(PARTITION-IX) + 1.
END-SET-PLAN-RANGE. EXIT.

*> A fresh control file for partition PARTITION-IX: the run's
*> number, no checkpoint yet against the run's input, journal
*> generation A and empty, still to run.
START-PARTITION-CONTROL.
    MOVE 'CTL' TO PARTITION-FILE-KIND.
    MOVE PARTITION-IX TO PARTITION-FILE-NO.
    PERFORM BUILD-PARTITION-FILENAME THRU END-BUILD-PARTITION-FILENAME.
    MOVE PARTITION-FILE-NAME TO CONTROL-FILENAME.
    OPEN OUTPUT CONTROL-FILE.
    INITIALIZE CONTROL-REC.
    MOVE RUN-SEQ-NO TO CTL-RUN-SEQ-NO.
    MOVE ZERO TO CTL-INTF-SEQ-NO.
    MOVE ZERO TO CTL-CHECKPOINT-RECNO.
    MOVE RUN-INPUT-IDENT TO CTL-CHECKPOINT-FILE.
    MOVE 'R' TO CTL-PART-STATUS.
    MOVE 'A' TO CTL-PART-GEN.
    MOVE ZERO TO CTL-PART-WORK-COUNT.
    WRITE CONTROL-REC.
    CLOSE CONTROL-FILE.
END-START-PARTITION-CONTROL. EXIT.

PRINT-PLAN-RANGE.
    MOVE PARTITION-IX TO MESS-PARTITION-NO.
    MOVE PT-FIRST-RECNO(PARTITION-IX) TO MESS-PARTITION-FIRST.
    MOVE PT-LAST-RECNO(PARTITION-IX) TO MESS-PARTITION-LAST.
    WRITE OUT-LINE FROM PARTITION-RANGE-LINE AFTER ADVANCING 1 LINE.
END-PRINT-PLAN-RANGE. EXIT.

*> A partition: take the run's date and this partition's range from
*> the plan, point the control, command, log and report files at
*> the partition's own, and carry its journal forward from its last
*> checkpoint. The input is read from the top; the records ahead of
*> the range, or ahead of the checkpoint, are passed over the same
*> way a restart passes over them.
INITIALIZE-PARTITION.
    OPEN OUTPUT STANDARD-OUTPUT.
    PERFORM READ-PARTITION-PLAN THRU END-READ-PARTITION-PLAN.
    IF NOT PLAN-FOUND
        MOVE 'NO PLAN UNDER THIS PARTITION PREFIX' TO PARTITION-REASON
        PERFORM REFUSE-PARTITIONED-RUN THRU END-REFUSE-PARTITIONED-RUN
    END-IF.
    IF NOT PLAN-OPEN
        MOVE 'PLAN IS ALREADY MERGED OR MERGING' TO PARTITION-REASON
        PERFORM REFUSE-PARTITIONED-RUN THRU END-REFUSE-PARTITIONED-RUN
    END-IF.
    IF PARTITION-NO IS GREATER THAN PH-PART-COUNT
        MOVE 'NO SUCH PARTITION IN THE PLAN' TO PARTITION-REASON
        PERFORM REFUSE-PARTITIONED-RUN THRU END-REFUSE-PARTITIONED-RUN
    END-IF.
    PERFORM SET-RUN-INPUT-IDENT THRU END-SET-RUN-INPUT-IDENT.
    IF RUN-INPUT-IDENT IS NOT EQUAL TO PH-INPUT-IDENT
        MOVE 'PLAN WAS MADE FOR A DIFFERENT INPUT' TO PARTITION-REASON
        PERFORM REFUSE-PARTITIONED-RUN THRU END-REFUSE-PARTITIONED-RUN
    END-IF.
    MOVE PH-RUN-DATE TO RUN-DATE.
    MOVE PT-FIRST-RECNO(PARTITION-NO) TO PARTITION-FIRST-RECNO.
    MOVE PT-LAST-RECNO(PARTITION-NO) TO PARTITION-LAST-RECNO.

    *> The exports are the MERGE step's to write.
    MOVE 'N' TO CSV-MODE-SW.
    MOVE 'N' TO INTF-MODE-SW.

    MOVE PARTITION-NO TO PARTITION-FILE-NO.
    MOVE 'CTL' TO PARTITION-FILE-KIND.
    PERFORM BUILD-PARTITION-FILENAME THRU END-BUILD-PARTITION-FILENAME.
    MOVE PARTITION-FILE-NAME TO CONTROL-FILENAME.
    MOVE 'CMD' TO PARTITION-FILE-KIND.
    PERFORM BUILD-PARTITION-FILENAME THRU END-BUILD-PARTITION-FILENAME.
    MOVE PARTITION-FILE-NAME TO COMMAND-FILENAME.
    MOVE 'LOG' TO PARTITION-FILE-KIND.
    PERFORM BUILD-PARTITION-FILENAME THRU END-BUILD-PARTITION-FILENAME.
    MOVE PARTITION-FILE-NAME TO RUN-LOG-FILENAME.
    MOVE 'RPT' TO PARTITION-FILE-KIND.
    PERFORM BUILD-PARTITION-FILENAME THRU END-BUILD-PARTITION-FILENAME.
    MOVE PARTITION-FILE-NAME TO REPORT-FILENAME.

    *> A partition restarts only from its own checkpoint.
    MOVE ZERO TO RESTART-RECNO.
    PERFORM READ-CONTROL-FILE THRU END-READ-CONTROL-FILE.
    IF RUN-SEQ-NO IS NOT EQUAL TO PH-RUN-SEQ-NO
        MOVE 'NOT PART OF THIS PLAN' TO PARTITION-PROBLEM
        PERFORM NOTE-PARTITION-PROBLEM THRU END-NOTE-PARTITION-PROBLEM
        PERFORM REFUSE-PARTITIONED-RUN THRU END-REFUSE-PARTITIONED-RUN
    END-IF.
    IF PARTITION-COMPLETE
        MOVE PARTITION-NO TO MESS-END-PARTITION-NO
        MOVE 'ALREADY COMPLETE, NOTHING RUN' TO MESS-PARTITION-STATE
        WRITE OUT-LINE FROM PARTITION-END-LINE AFTER ADVANCING 1 LINE
        CLOSE STANDARD-OUTPUT
        STOP RUN
    END-IF.
    IF SAVED-CHECKPOINT-FILE IS EQUAL TO RUN-INPUT-IDENT
        MOVE SAVED-CHECKPOINT-RECNO TO RESTART-RECNO
    END-IF.
    PERFORM OPEN-PARTITION-WORK THRU END-OPEN-PARTITION-WORK.

    PERFORM OPEN-RUN-FILES THRU END-OPEN-RUN-FILES.
    PERFORM OPEN-RUN-INPUT THRU END-OPEN-RUN-INPUT.
    PERFORM PRINT-RUN-HEADER THRU END-PRINT-RUN-HEADER.
    MOVE PARTITION-NO TO MESS-PARTITION-NO.
    MOVE PARTITION-FIRST-RECNO TO MESS-PARTITION-FIRST.
    MOVE PARTITION-LAST-RECNO TO MESS-PARTITION-LAST.
    WRITE OUT-LINE FROM PARTITION-RANGE-LINE AFTER ADVANCING 1 LINE.
    MOVE PARTITION-RANGE-LINE TO RPT-LINE.
    WRITE RPT-LINE.
    IF PARTITION-FIRST-RECNO IS GREATER THAN RESTART-RECNO + 1
        COMPUTE RESTART-RECNO = PARTITION-FIRST-RECNO - 1
    END-IF.

    MOVE 'RUN START' TO LOG-EVENT-TEXT.
    PERFORM WRITE-RUN-LOG-EVENT THRU END-WRITE-RUN-LOG-EVENT.
END-INITIALIZE-PARTITION. EXIT.

*> Start this attempt's journal generation, the one the control file
*> doesn't name, and copy into it the journal records the last
*> checkpoint counted. Whatever an interrupted attempt wrote past its
*> checkpoint stays behind on the generation it was writing, and the
*> control file never names a generation that isn't whole.
OPEN-PARTITION-WORK.
    IF PARTITION-PRIOR-GEN IS EQUAL TO 'A'
        MOVE 'B' TO PARTITION-WORK-GEN
    ELSE
        MOVE 'A' TO PARTITION-WORK-GEN
    END-IF.
    MOVE PARTITION-NO TO PARTITION-FILE-NO.
    MOVE 'WK' TO PARTITION-FILE-KIND(1:2).
    MOVE PARTITION-WORK-GEN TO PARTITION-FILE-KIND(3:1).
    PERFORM BUILD-PARTITION-FILENAME THRU END-BUILD-PARTITION-FILENAME.
    MOVE PARTITION-FILE-NAME TO PARTITION-WORK-FILENAME.
    OPEN OUTPUT PARTITION-WORK-FILE.
    IF PARTITION-WORK-FILE-STATUS IS NOT EQUAL TO '00'
        MOVE 'JOURNAL COULD NOT BE OPENED' TO PARTITION-PROBLEM
        PERFORM NOTE-PARTITION-PROBLEM THRU END-NOTE-PARTITION-PROBLEM
        PERFORM REFUSE-PARTITIONED-RUN THRU END-REFUSE-PARTITIONED-RUN
    END-IF.
    SET PARTITION-WORK-OPEN TO TRUE.
    MOVE ZERO TO PARTITION-WORK-COUNT.
    IF PARTITION-PRIOR-COUNT IS EQUAL TO ZERO
        GO TO END-OPEN-PARTITION-WORK
    END-IF.

    MOVE 'WK' TO PARTITION-FILE-KIND(1:2).
    MOVE PARTITION-PRIOR-GEN TO PARTITION-FILE-KIND(3:1).
    PERFORM BUILD-PARTITION-FILENAME THRU END-BUILD-PARTITION-FILENAME.
    MOVE PARTITION-FILE-NAME TO PARTITION-PRIOR-FILENAME.
    OPEN INPUT PARTITION-PRIOR-FILE.
    IF PARTITION-PRIOR-FILE-STATUS IS NOT EQUAL TO '00'
        MOVE 'CHECKPOINTED JOURNAL IS MISSING' TO PARTITION-REASON
        PERFORM REFUSE-PARTITIONED-RUN THRU END-REFUSE-PARTITIONED-RUN
    END-IF.
    MOVE 'N' TO JOURNAL-AT-END-SW.
    PERFORM COPY-PRIOR-JOURNAL-RECORD
        THRU END-COPY-PRIOR-JOURNAL-RECORD
        UNTIL JOURNAL-AT-END
        OR PARTITION-WORK-COUNT IS NOT LESS THAN PARTITION-PRIOR-COUNT.
    CLOSE PARTITION-PRIOR-FILE.
    IF PARTITION-WORK-COUNT IS LESS THAN PARTITION-PRIOR-COUNT
        MOVE 'CHECKPOINTED JOURNAL IS SHORT' TO PARTITION-REASON
        PERFORM REFUSE-PARTITIONED-RUN THRU END-REFUSE-PARTITIONED-RUN
    END-IF.
END-OPEN-PARTITION-WORK. EXIT.

COPY-PRIOR-JOURNAL-RECORD.
    READ PARTITION-PRIOR-FILE
        AT END
            SET JOURNAL-AT-END TO TRUE
    END-READ.
    IF JOURNAL-AT-END
        GO TO END-COPY-PRIOR-JOURNAL-RECORD
    END-IF.
    WRITE PARTITION-WORK-REC FROM PARTITION-PRIOR-REC.
    ADD 1 TO PARTITION-WORK-COUNT.
END-COPY-PRIOR-JOURNAL-RECORD. EXIT.

*> One journal record for the card just processed: its place in the
*> input, the card as read, and the answer if one was computed.
JOURNAL-PARTITION-CARD.
    INITIALIZE PARTITION-JOURNAL-REC.
    SET PJ-CARD-RECORD TO TRUE.
    MOVE RECORD-COUNT TO PJ-RECNO.
    MOVE MANIFEST-DECK-SEQ TO PJ-DECK-SEQ.
    MOVE CURRENT-DECK-IX TO PJ-DECK-IX.
    MOVE CURRENT-DECK-ID TO PJ-DECK-ID.
    MOVE IN-FILENAME(1:40) TO PJ-DECK-FILE.
    MOVE IN-CARD TO PJ-CARD.
    MOVE 'N' TO PJ-RESULT-SW.
    IF RESULT-OBTAINED
        MOVE 'Y' TO PJ-RESULT-SW
        MOVE EXTF-Z TO PJ-EXTF-Z
        MOVE EXTF-DIFF TO PJ-EXTF-DIFF
        MOVE EXTF-ROOT-N TO PJ-ROOT-N
        MOVE EXTF-MAX-ITER TO PJ-MAX-ITER
        MOVE EXTF-Y TO PJ-Y
        MOVE EXTF-K TO PJ-K
        MOVE EXTF-FINAL-DIFF TO PJ-FINAL-DIFF
        MOVE EXTF-ABORT-SW TO PJ-ABORT-SW
    END-IF.
    WRITE PARTITION-WORK-REC FROM PARTITION-JOURNAL-REC.
    ADD 1 TO PARTITION-WORK-COUNT.
END-JOURNAL-PARTITION-CARD. EXIT.

*> A drain honoured by a partition is carried to the MERGE step,
*> which skips the second pass for the whole run.
JOURNAL-PARTITION-DRAIN.
    INITIALIZE PARTITION-JOURNAL-REC.
    SET PJ-DRAIN-RECORD TO TRUE.
    WRITE PARTITION-WORK-REC FROM PARTITION-JOURNAL-REC.
    ADD 1 TO PARTITION-WORK-COUNT.
END-JOURNAL-PARTITION-DRAIN. EXIT.

*> Close and reopen the journal so everything written to it so far
*> is on disk before a checkpoint counts it.
FLUSH-PARTITION-WORK.
    IF PARTITION-WORK-OPEN
        CLOSE PARTITION-WORK-FILE
        OPEN EXTEND PARTITION-WORK-FILE
    END-IF.
END-FLUSH-PARTITION-WORK. EXIT.

*> Close the journal and say how the partition ended. It is complete
*> once its last record is journalled; stopped by the operator short
*> of that, it is left to be restarted; a deck that ran out short of
*> the range is left incomplete so the MERGE step won't take it.
CLOSE-PARTITION-RUN.
    IF PARTITION-WORK-OPEN
        CLOSE PARTITION-WORK-FILE
        MOVE 'N' TO PARTITION-WORK-OPEN-SW
    END-IF.
    MOVE PARTITION-NO TO MESS-END-PARTITION-NO.
    IF RECORD-COUNT IS NOT LESS THAN PARTITION-LAST-RECNO
        SET PARTITION-COMPLETE TO TRUE
        MOVE 'COMPLETE, READY TO MERGE' TO MESS-PARTITION-STATE
    ELSE
        IF STOP-REQUESTED
            MOVE 'STOPPED, RESTART TO FINISH' TO MESS-PARTITION-STATE
        ELSE
            MOVE 'INPUT ENDED SHORT OF ITS RANGE' TO MESS-PARTITION-STATE
        END-IF
    END-IF.
    WRITE OUT-LINE FROM PARTITION-END-LINE AFTER ADVANCING 1 LINE.
    MOVE PARTITION-END-LINE TO RPT-LINE.
    WRITE RPT-LINE.
END-CLOSE-PARTITION-RUN. EXIT.

*> MERGE: refuse unless the plan is open and every partition is
*> complete with a journal that accounts for each record of its
*> range once, in order; then take the run's numbers and switches
*> from the plan, open the run's outputs and print the run header.
*> Nothing shared is touched until all of that has been proven.
INITIALIZE-MERGE.
    OPEN OUTPUT STANDARD-OUTPUT.
    PERFORM READ-PARTITION-PLAN THRU END-READ-PARTITION-PLAN.
    IF NOT PLAN-FOUND
        MOVE 'NO PLAN UNDER THIS PARTITION PREFIX' TO PARTITION-REASON
        PERFORM REFUSE-PARTITIONED-RUN THRU END-REFUSE-PARTITIONED-RUN
    END-IF.
    IF NOT PLAN-OPEN
        MOVE 'PLAN IS ALREADY MERGED OR MERGING' TO PARTITION-REASON
        PERFORM REFUSE-PARTITIONED-RUN THRU END-REFUSE-PARTITIONED-RUN
    END-IF.
    PERFORM PROVE-PARTITION-JOURNAL THRU END-PROVE-PARTITION-JOURNAL
        VARYING PARTITION-IX FROM 1 BY 1
        UNTIL PARTITION-IX IS GREATER THAN PH-PART-COUNT.

    *> From here the plan is spoken for: a second MERGE is refused,
    *> and a failed one is finished by hand from the partitions'
    *> outputs rather than run twice against the master.
    SET PLAN-MERGING TO TRUE.
    PERFORM WRITE-PARTITION-PLAN THRU END-WRITE-PARTITION-PLAN.
    IF PLAN-FILE-STATUS IS NOT EQUAL TO '00'
        MOVE 'PLAN FILE COULD NOT BE REWRITTEN' TO PARTITION-REASON
        PERFORM REFUSE-PARTITIONED-RUN THRU END-REFUSE-PARTITIONED-RUN
    END-IF.

    MOVE PH-RUN-SEQ-NO TO RUN-SEQ-NO.
    MOVE PH-INTF-SEQ-NO TO INTF-SEQ-NO.
    MOVE PH-RUN-DATE TO RUN-DATE.
    MOVE PH-START-SECS TO RUN-START-SECS.
    MOVE PH-MANIFEST-SW TO MANIFEST-MODE-SW.
    MOVE PH-CSV-SW TO CSV-MODE-SW.
    MOVE PH-INTF-SW TO INTF-MODE-SW.
    MOVE PH-INPUT-IDENT TO RUN-INPUT-IDENT.
    PERFORM OPEN-RUN-FILES THRU END-OPEN-RUN-FILES.
    IF INTF-MODE-ON
        PERFORM WRITE-INTERFACE-HEADER THRU END-WRITE-INTERFACE-HEADER
    END-IF.
    PERFORM PRINT-RUN-HEADER THRU END-PRINT-RUN-HEADER.

    MOVE 'MERGE START, PARTS:' TO LOG-PART-EVENT.
    MOVE PH-PART-COUNT TO LOG-PART-COUNT.
    MOVE LOG-PARTITION-TEXT TO LOG-EVENT-TEXT.
    PERFORM WRITE-RUN-LOG-EVENT THRU END-WRITE-RUN-LOG-EVENT.
    MOVE ZERO TO MERGE-PARTITION-IX.
    MOVE ZERO TO MERGE-DECK-SEQ.
END-INITIALIZE-MERGE. EXIT.

*> One partition's part in the proof: its control file must be this
*> run's and say complete, and the journal generation it names must
*> hold a card for every record of the range, in order, with
*> nothing else on it but drain marks.
PROVE-PARTITION-JOURNAL.
    MOVE PARTITION-IX TO PARTITION-FILE-NO.
    MOVE 'CTL' TO PARTITION-FILE-KIND.
    PERFORM BUILD-PARTITION-FILENAME THRU END-BUILD-PARTITION-FILENAME.
    MOVE PARTITION-FILE-NAME TO CONTROL-FILENAME.
    MOVE SPACES TO CONTROL-REC.
    OPEN INPUT CONTROL-FILE.
    IF CONTROL-FILE-STATUS IS EQUAL TO '00'
        READ CONTROL-FILE
            AT END
                MOVE SPACES TO CONTROL-REC
        END-READ
        CLOSE CONTROL-FILE
    END-IF.
    IF CTL-RUN-SEQ-NO IS NOT NUMERIC
            OR CTL-RUN-SEQ-NO IS NOT EQUAL TO PH-RUN-SEQ-NO
        MOVE 'NOT PART OF THIS PLAN' TO PARTITION-PROBLEM
        PERFORM NOTE-PARTITION-PROBLEM THRU END-NOTE-PARTITION-PROBLEM
        PERFORM REFUSE-PARTITIONED-RUN THRU END-REFUSE-PARTITIONED-RUN
    END-IF.
    IF CTL-PART-STATUS IS NOT EQUAL TO 'C'
            OR CTL-PART-WORK-COUNT IS NOT NUMERIC
        MOVE 'IS NOT COMPLETE' TO PARTITION-PROBLEM
        PERFORM NOTE-PARTITION-PROBLEM THRU END-NOTE-PARTITION-PROBLEM
        PERFORM REFUSE-PARTITIONED-RUN THRU END-REFUSE-PARTITIONED-RUN
    END-IF.
    MOVE CTL-PART-GEN TO PT-WORK-GEN(PARTITION-IX).
    MOVE CTL-PART-WORK-COUNT TO PT-WORK-COUNT(PARTITION-IX).

    MOVE 'WK' TO PARTITION-FILE-KIND(1:2).
    MOVE PT-WORK-GEN(PARTITION-IX) TO PARTITION-FILE-KIND(3:1).
    PERFORM BUILD-PARTITION-FILENAME THRU END-BUILD-PARTITION-FILENAME.
    MOVE PARTITION-FILE-NAME TO PARTITION-PRIOR-FILENAME.
    OPEN INPUT PARTITION-PRIOR-FILE.
    IF PARTITION-PRIOR-FILE-STATUS IS NOT EQUAL TO '00'
        MOVE 'JOURNAL IS MISSING' TO PARTITION-PROBLEM
        PERFORM NOTE-PARTITION-PROBLEM THRU END-NOTE-PARTITION-PROBLEM
        PERFORM REFUSE-PARTITIONED-RUN THRU END-REFUSE-PARTITIONED-RUN
    END-IF.
    MOVE PT-FIRST-RECNO(PARTITION-IX) TO MERGE-EXPECTED-RECNO.
    MOVE ZERO TO MERGE-WORK-READ.
    MOVE 'N' TO JOURNAL-AT-END-SW.
    MOVE SPACES TO PARTITION-PROBLEM.
    PERFORM PROVE-ONE-JOURNAL-RECORD THRU END-PROVE-ONE-JOURNAL-RECORD
        UNTIL JOURNAL-AT-END
        OR PARTITION-PROBLEM IS NOT EQUAL TO SPACES
        OR MERGE-WORK-READ IS NOT LESS THAN PT-WORK-COUNT(PARTITION-IX).
    CLOSE PARTITION-PRIOR-FILE.
    IF PARTITION-PROBLEM IS EQUAL TO SPACES
            AND MERGE-EXPECTED-RECNO IS NOT EQUAL TO
                PT-LAST-RECNO(PARTITION-IX) + 1
        MOVE 'JOURNAL SHORT OF ITS RANGE' TO PARTITION-PROBLEM
    END-IF.
    IF PARTITION-PROBLEM IS NOT EQUAL TO SPACES
        PERFORM NOTE-PARTITION-PROBLEM THRU END-NOTE-PARTITION-PROBLEM
        PERFORM REFUSE-PARTITIONED-RUN THRU END-REFUSE-PARTITIONED-RUN
    END-IF.
END-PROVE-PARTITION-JOURNAL. EXIT.

PROVE-ONE-JOURNAL-RECORD.
    READ PARTITION-PRIOR-FILE INTO PARTITION-JOURNAL-REC
        AT END
            SET JOURNAL-AT-END TO TRUE
    END-READ.
    IF JOURNAL-AT-END
        GO TO END-PROVE-ONE-JOURNAL-RECORD
    END-IF.
    ADD 1 TO MERGE-WORK-READ.
    IF PJ-DRAIN-RECORD
        GO TO END-PROVE-ONE-JOURNAL-RECORD
    END-IF.
    IF NOT PJ-CARD-RECORD
            OR PJ-RECNO IS NOT NUMERIC
            OR PJ-RECNO IS NOT EQUAL TO MERGE-EXPECTED-RECNO
        MOVE 'JOURNAL IS OUT OF SEQUENCE' TO PARTITION-PROBLEM
        GO TO END-PROVE-ONE-JOURNAL-RECORD
    END-IF.
    ADD 1 TO MERGE-EXPECTED-RECNO.
END-PROVE-ONE-JOURNAL-RECORD. EXIT.

*> Next card off the journals for the MERGE step: the partitions are
*> read in order, each up to the count its control file gave, which
*> puts every card back in deck order. A drain mark latches the
*> drain for the run here, the same as the command itself would
*> have on a single stream.
OBTAIN-JOURNALED-CARD.
    IF NOT PARTITION-WORK-OPEN
        IF MERGE-PARTITION-IX IS NOT LESS THAN PH-PART-COUNT
            SET END-OF-INPUT TO TRUE
            GO TO END-OBTAIN-JOURNALED-CARD
        END-IF
        ADD 1 TO MERGE-PARTITION-IX
        MOVE MERGE-PARTITION-IX TO PARTITION-FILE-NO
        MOVE 'WK' TO PARTITION-FILE-KIND(1:2)
        MOVE PT-WORK-GEN(MERGE-PARTITION-IX) TO PARTITION-FILE-KIND(3:1)
        PERFORM BUILD-PARTITION-FILENAME
            THRU END-BUILD-PARTITION-FILENAME
        MOVE PARTITION-FILE-NAME TO PARTITION-WORK-FILENAME
        OPEN INPUT PARTITION-WORK-FILE
        SET PARTITION-WORK-OPEN TO TRUE
        MOVE ZERO TO MERGE-WORK-READ
        MOVE 'N' TO JOURNAL-AT-END-SW
    END-IF.
    IF MERGE-WORK-READ IS NOT LESS THAN PT-WORK-COUNT(MERGE-PARTITION-IX)
        CLOSE PARTITION-WORK-FILE
        MOVE 'N' TO PARTITION-WORK-OPEN-SW
        GO TO END-OBTAIN-JOURNALED-CARD
    END-IF.
    READ PARTITION-WORK-FILE INTO PARTITION-JOURNAL-REC
        AT END
            SET JOURNAL-AT-END TO TRUE
    END-READ.
    IF JOURNAL-AT-END
        MOVE PT-WORK-COUNT(MERGE-PARTITION-IX) TO MERGE-WORK-READ
        GO TO END-OBTAIN-JOURNALED-CARD
    END-IF.
    ADD 1 TO MERGE-WORK-READ.
    IF PJ-DRAIN-RECORD
        IF NOT DRAIN-REQUESTED
            SET DRAIN-REQUESTED TO TRUE
            WRITE OUT-LINE FROM DRAIN-MESS AFTER ADVANCING 1 LINE
            MOVE DRAIN-MESS TO RPT-LINE
            WRITE RPT-LINE
        END-IF
        GO TO END-OBTAIN-JOURNALED-CARD
    END-IF.
    MOVE PJ-CARD TO IN-CARD.
    IF MANIFEST-MODE-ON
        MOVE PJ-DECK-IX TO CURRENT-DECK-IX
        MOVE PJ-DECK-ID TO CURRENT-DECK-ID
        IF PJ-DECK-SEQ IS NOT EQUAL TO MERGE-DECK-SEQ
            MOVE PJ-DECK-SEQ TO MERGE-DECK-SEQ
            MOVE SPACES TO IN-FILENAME
            MOVE PJ-DECK-FILE TO IN-FILENAME
            SET DECK-HEADER-PENDING TO TRUE
        END-IF
    END-IF.
    SET DECK-RECORD-OBTAINED TO TRUE.
END-OBTAIN-JOURNALED-CARD. EXIT.

*> The journalled answer is used only when the partition obtained it
*> for exactly the value, tolerance, degree and iteration ceiling in
*> hand; otherwise (a parameter changed between the steps) the value
*> is simply computed again here.
CHECK-JOURNALED-RESULT.
    IF PJ-RESULT-SW IS EQUAL TO 'Y'
            AND PJ-EXTF-Z IS EQUAL TO EXTF-Z
            AND PJ-EXTF-DIFF IS EQUAL TO EXTF-DIFF
            AND PJ-ROOT-N IS EQUAL TO EXTF-ROOT-N
            AND PJ-MAX-ITER IS EQUAL TO EXTF-MAX-ITER
        SET JOURNALED-RESULT TO TRUE
    END-IF.
END-CHECK-JOURNALED-RESULT. EXIT.
