*> sqrtdist.cob
*> Joshua Aidelman
*> 1000139
*> jaidelma@uoguelph.ca
*>
*> Post-run distribution for SQRT (sqrtbabyex.cob): given a run date
*> and run number, bursts that run's block of the permanent report
*> file and the run's CSV export into one packet per requestor, so
*> operations stops cutting the overnight report apart by hand.
*>
*> Each packet is a report file (the distribution prefix, the
*> requestor code, the run number, .TXT) holding a cover (run date,
*> run number, the member decks the department's cards came in),
*> every result, error, range, abort, withheld-answer and second-pass
*> line the run printed for that requestor with the detail lines
*> under them, and a packet trailer; and, when the run cut a CSV
*> export, the department's own rows of it in a file of the same
*> name ending .CSV.
*> A card with no requestor code goes to the NOID packet so no
*> line is dropped.
*>
*> The packet trailer counts are footed to the requestor's REQ=
*> line in the run's subtotal block. A code that shared SQRT's
*> catch-all *OTH entry has no line of its own; the packets of all
*> such codes together are footed to the *OTH line instead. The
*> distribution control report printed here proves the packets add
*> back up to the run trailer, line for line and row for row, and
*> ends with RETURN-CODE 8 when anything fails to foot, so nothing
*> is sent out until somebody looks.
*>
*> The run date defaults to today. The run number is keyed as six
*> digits, zero-padded, the same as SQRTRECON's; left blank it falls
*> back to SQRTRECON's own setting, and failing that to the last run
*> on the report for the date, so the night stream needs no extra
*> setting to run it straight after the reconciliation.
*>
*> 2026-10-15 JA  Added so the overnight run goes out to the
*>                departments as proven packets instead of as a
*>                report cut up with scissors.
*> 2026-10-15 JA  Answers withheld on a failed residual proof are
*>                routed with their residual line, counted as RSD in
*>                each packet and footed to the REQ= line's RSD and
*>                the run's PROOF line; a packet's CSV rows are now
*>                its OK plus its RSD, as SQRT exports both.
*> 2026-10-15 JA  A result line's deck is taken from the line's own
*>                deck column, and the second-pass header clears the
*>                current deck, so a second-pass line no longer
*>                lists the last deck printed on the packet cover.
*> 2026-10-15 JA  A packet footed with the catch-all codes has its
*>                CSV rows proved against its OK plus RSD too.

IDENTIFICATION DIVISION.
PROGRAM-ID. SQRTDIST.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT STANDARD-OUTPUT ASSIGN TO DISPLAY.

    *> The permanent report file SQRT appends every run to; read
    *> once to size the run and again for each packet.
    SELECT REPORT-FILE ASSIGN TO DYNAMIC REPORT-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REPORT-FILE-STATUS.

    *> The comma-delimited export of the run being distributed.
    SELECT CSV-FILE ASSIGN TO DYNAMIC CSV-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CSV-FILE-STATUS.

    *> One department's packet, written fresh for each requestor.
    SELECT PACKET-FILE ASSIGN TO DYNAMIC PACKET-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PACKET-FILE-STATUS.

    *> The same department's rows of the CSV export.
    SELECT PACKET-CSV-FILE ASSIGN TO DYNAMIC PACKET-CSV-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PACKET-CSV-FILE-STATUS.

    *> Keyed requestor master, for the department name on the cover.
    SELECT REQUESTOR-FILE ASSIGN TO DYNAMIC REQUESTOR-FILENAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS RQM-CODE
        FILE STATUS IS REQUESTOR-FILE-STATUS.

    *> Central run-parameter file, read once at INITIALIZE-RUN.
    SELECT PARAMETER-FILE ASSIGN TO DYNAMIC PARAMETER-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PARAMETER-FILE-STATUS.

DATA DIVISION.
FILE SECTION.

FD STANDARD-OUTPUT.
    01 OUT-LINE PICTURE X(80).

FD REPORT-FILE.
    01 RPT-LINE PICTURE X(80).

*> A CSV row as SQRT writes it; only the requestor column is looked
*> at, the row is passed on whole.
FD CSV-FILE.
    01 CSV-LINE.
       02 FILLER        PICTURE X(45).
       02 CSV-REQUESTOR PICTURE X(04).
       02 FILLER        PICTURE X(59).

FD PACKET-FILE.
    01 PKT-LINE PICTURE X(80).

FD PACKET-CSV-FILE.
    01 PKT-CSV-LINE PICTURE X(108).

FD REQUESTOR-FILE.
    COPY "REQMREC.cpy".

FD PARAMETER-FILE.
    COPY "PARMREC.cpy".

WORKING-STORAGE SECTION.

*> File names, defaulted to the names SQRT writes and overridable
*> the same way the other companion programs are.
01 REPORT-FILENAME     PICTURE X(100) VALUE 'SQRTRPT.TXT'.
01 DEFAULT-REPORT-FILENAME PICTURE X(100) VALUE SPACES.
01 CSV-FILENAME        PICTURE X(100) VALUE 'SQRTRES.CSV'.
01 DEFAULT-CSV-FILENAME PICTURE X(100) VALUE SPACES.
01 REQUESTOR-FILENAME  PICTURE X(100) VALUE 'SQRTRQM.DAT'.
01 DEFAULT-REQUESTOR-FILENAME PICTURE X(100) VALUE SPACES.
01 PARAMETER-FILENAME  PICTURE X(100) VALUE 'SQRTPARM.DAT'.
01 DEFAULT-PARAMETER-FILENAME PICTURE X(100) VALUE SPACES.
01 PACKET-FILENAME     PICTURE X(100) VALUE SPACES.
01 PACKET-CSV-FILENAME PICTURE X(100) VALUE SPACES.
01 DIST-PREFIX         PICTURE X(20)  VALUE 'SQRTPKT'.
01 DEFAULT-DIST-PREFIX PICTURE X(20)  VALUE SPACES.

01 REPORT-FILE-STATUS     PICTURE X(02) VALUE SPACES.
01 CSV-FILE-STATUS        PICTURE X(02) VALUE SPACES.
01 PACKET-FILE-STATUS     PICTURE X(02) VALUE SPACES.
01 PACKET-CSV-FILE-STATUS PICTURE X(02) VALUE SPACES.
01 REQUESTOR-FILE-STATUS  PICTURE X(02) VALUE SPACES.
01 PARAMETER-FILE-STATUS  PICTURE X(02) VALUE SPACES.

01 END-OF-PARMS-SW PICTURE X(01) VALUE 'N'.
   88 END-OF-PARMS VALUE 'Y'.
01 END-OF-REPORT-SW PICTURE X(01) VALUE 'N'.
   88 END-OF-REPORT VALUE 'Y'.
01 END-OF-CSV-SW PICTURE X(01) VALUE 'N'.
   88 END-OF-CSV VALUE 'Y'.

*> Names come from the requestor master when it can be opened.
01 REQMAST-MODE-SW PICTURE X(01) VALUE 'Y'.
   88 REQMAST-MODE-ON VALUE 'Y'.

*> The CSV is only split when the run cut one.
01 CSV-ON-FILE-SW PICTURE X(01) VALUE 'N'.
   88 CSV-ON-FILE VALUE 'Y'.

*> The run being distributed. The date defaults to today; the run
*> number is keyed as six digits, or found on the report.
01 DIST-DATE        PICTURE X(08) VALUE SPACES.
01 DIST-RUNNO-PARM  PICTURE X(06) VALUE SPACES.
01 DIST-RUNNO       PICTURE 9(06) VALUE ZERO.
01 DIST-RUNNO-EDIT  PICTURE Z(5)9.
01 LAST-RUNNO-EDIT  PICTURE X(06) VALUE SPACES.

*> Report-scan state. The same run could in principle appear twice
*> in the report; like SQRTRECON, the last block for it is the one
*> that counts, so every pass numbers the blocks it meets and only
*> works inside the last.
01 IN-TARGET-RUN-SW PICTURE X(01) VALUE 'N'.
   88 IN-TARGET-RUN VALUE 'Y'.
01 TARGET-BLOCK-COUNT PICTURE 9(04) VALUE ZERO.
01 BLOCK-SEEN-COUNT   PICTURE 9(04) VALUE ZERO.
01 TRAILER-FOUND-SW PICTURE X(01) VALUE 'N'.
   88 TRAILER-FOUND VALUE 'Y'.

*> What the current report line is, as far as distribution cares:
*> R result, E input or operation error, G range reject, A abort,
*> F still aborted after the second pass, P answer withheld on a
*> failed residual proof, C a detail line under the
*> last of those, and space for anything belonging to the run as a
*> whole. LINE-REQUESTOR is the code the line belongs to and
*> LINE-DECK-ID the member deck its card came in on (blank when the
*> line doesn't say and no deck header is in force).
01 LINE-KIND       PICTURE X(01) VALUE SPACE.
01 LINE-REQUESTOR  PICTURE X(04) VALUE SPACES.
01 LINE-DECK-ID    PICTURE X(04) VALUE SPACES.
01 LAST-DETAIL-REQUESTOR PICTURE X(04) VALUE SPACES.
01 LAST-DETAIL-SW PICTURE X(01) VALUE 'N'.
   88 LAST-DETAIL-OPEN VALUE 'Y'.
01 LINE-RECOVERY-SW PICTURE X(01) VALUE 'N'.
   88 LINE-IS-RECOVERY VALUE 'Y'.
01 CURRENT-DECK-ID PICTURE X(04) VALUE SPACES.

*> One edited Z(6)9 count captured out of a trailer line, and its
*> converted value, handled the way SQRTRECON handles them.
01 EDITED-COUNT-X PICTURE X(07) VALUE SPACES.
01 CONVERTED-COUNT PICTURE 9(07) VALUE ZERO.
01 PARSE-FAIL-SW PICTURE X(01) VALUE 'N'.
   88 PARSE-FAILED VALUE 'Y'.

*> The run trailer as printed.
01 TRL-OK    PICTURE 9(07) VALUE ZERO.
01 TRL-ERR   PICTURE 9(07) VALUE ZERO.
01 TRL-RNG   PICTURE 9(07) VALUE ZERO.
01 TRL-ABRT  PICTURE 9(07) VALUE ZERO.
01 TRL-RSD   PICTURE 9(07) VALUE ZERO.

*> The run's requestor subtotal block as printed, one entry per REQ=
*> line.
01 SUBTOTAL-TABLE-MAX PICTURE 9(02) VALUE 20.
01 SUBTOTAL-TABLE.
   02 SUBTOTAL-ENTRY OCCURS 20 TIMES.
      03 SB-CODE PICTURE X(04).
      03 SB-OK   PICTURE 9(07).
      03 SB-ERR  PICTURE 9(07).
      03 SB-RNG  PICTURE 9(07).
      03 SB-ABRT PICTURE 9(07).
      03 SB-RSD  PICTURE 9(07).
01 SUBTOTAL-COUNT PICTURE 9(02) VALUE ZERO.
01 SUBTOTAL-IX    PICTURE 9(02) VALUE ZERO.
01 SUBTOTAL-FOUND-SW PICTURE X(01) VALUE 'N'.
   88 SUBTOTAL-FOUND VALUE 'Y'.
01 CATCH-ALL-REQUESTOR PICTURE X(04) VALUE '*OTH'.
01 NO-REQUESTOR-CODE   PICTURE X(04) VALUE 'NOID'.

*> One entry per packet, built as codes are first met in the run's
*> lines. A packet's ABRT is its abort lines less the values the
*> second pass recovered, the same way the run trailer nets them.
*> PK-FOOT is Y (foots to its own REQ= line), N (does not), or S
*> (shares the catch-all line and is footed with the others there).
01 PACKET-TABLE-MAX PICTURE 9(02) VALUE 50.
01 PACKET-DECK-MAX  PICTURE 9(02) VALUE 8.
01 PACKET-TABLE.
   02 PACKET-ENTRY OCCURS 50 TIMES.
      03 PK-CODE       PICTURE X(04).
      03 PK-OK         PICTURE 9(07).
      03 PK-ERR        PICTURE 9(07).
      03 PK-RNG        PICTURE 9(07).
      03 PK-ABRT-LINES PICTURE 9(07).
      03 PK-RECOVERED  PICTURE 9(07).
      03 PK-ABRT       PICTURE 9(07).
      03 PK-RSD        PICTURE 9(07).
      03 PK-LINES      PICTURE 9(07).
      03 PK-CSV-ROWS   PICTURE 9(07).
      03 PK-FOOT       PICTURE X(01).
      03 PK-DECK-COUNT PICTURE 9(02).
      03 PK-DECK-ID    PICTURE X(04) OCCURS 8 TIMES.
01 PACKET-COUNT    PICTURE 9(02) VALUE ZERO.
01 PACKET-IX       PICTURE 9(02) VALUE ZERO.
01 PACKET-DECK-IX  PICTURE 9(02) VALUE ZERO.
01 PACKET-FOUND-SW PICTURE X(01) VALUE 'N'.
   88 PACKET-FOUND VALUE 'Y'.
01 DECK-LISTED-SW  PICTURE X(01) VALUE 'N'.
   88 DECK-LISTED VALUE 'Y'.
01 SOUGHT-REQUESTOR PICTURE X(04) VALUE SPACES.

*> Whole-run control totals across every packet, and what couldn't
*> be routed at all (only when the packet table overflows).
01 DETAIL-LINE-COUNT  PICTURE 9(07) VALUE ZERO.
01 ROUTED-LINE-COUNT  PICTURE 9(07) VALUE ZERO.
01 CSV-ROW-COUNT      PICTURE 9(07) VALUE ZERO.
01 ROUTED-CSV-COUNT   PICTURE 9(07) VALUE ZERO.
01 TOTAL-PK-OK        PICTURE 9(07) VALUE ZERO.
01 TOTAL-PK-ERR       PICTURE 9(07) VALUE ZERO.
01 TOTAL-PK-RNG       PICTURE 9(07) VALUE ZERO.
01 TOTAL-PK-ABRT      PICTURE 9(07) VALUE ZERO.
01 TOTAL-PK-RSD       PICTURE 9(07) VALUE ZERO.
01 TOTAL-PK-CSV       PICTURE 9(07) VALUE ZERO.
01 FOOTED-COUNT       PICTURE 9(02) VALUE ZERO.

*> The packets that shared the catch-all, added together.
01 SHARED-COUNT PICTURE 9(02) VALUE ZERO.
01 SHARED-OK    PICTURE 9(07) VALUE ZERO.
01 SHARED-ERR   PICTURE 9(07) VALUE ZERO.
01 SHARED-RNG   PICTURE 9(07) VALUE ZERO.
01 SHARED-ABRT  PICTURE 9(07) VALUE ZERO.
01 SHARED-RSD   PICTURE 9(07) VALUE ZERO.

*> The CSV rows a packet should carry: a row per result and per
*> withheld answer.
01 EXPECTED-CSV-ROWS PICTURE 9(07) VALUE ZERO.
01 CSV-ROWS-FOOT-SW PICTURE X(01) VALUE 'Y'.
   88 CSV-ROWS-FOOT VALUE 'Y'.

*> Overall verdict.
01 OUT-OF-BALANCE-SW PICTURE X(01) VALUE 'N'.
   88 OUT-OF-BALANCE VALUE 'Y'.

*> Line formats to be printed

01 TITLE-LINE.
   02 FILLER PICTURE X(9)  VALUE SPACES.
   02 FILLER PICTURE X(32) VALUE 'SQRT DISTRIBUTION CONTROL REPORT'.

01 PACKET-TITLE-LINE.
   02 FILLER PICTURE X(9)  VALUE SPACES.
   02 FILLER PICTURE X(24) VALUE 'SQRT DISTRIBUTION PACKET'.

01 UNDER-LINE.
   02 FILLER PICTURE X(44) VALUE
      '--------------------------------------------'.

01 TARGET-LINE.
   02 FILLER          PICTURE X(23) VALUE 'DISTRIBUTING RUN DATE  '.
   02 TGT-RUN-DATE    PICTURE X(08).
   02 FILLER          PICTURE X(10) VALUE '   RUN NO '.
   02 TGT-RUN-SEQ     PICTURE Z(5)9.
   02 FILLER          PICTURE X(33) VALUE SPACES.

01 BAD-RUNNO-MESS.
   02 FILLER PICTURE X(54) VALUE
      ' SQRT-DIST-RUNNO MUST BE 6 NUMERIC DIGITS, ZERO-PADDED'.
   02 FILLER PICTURE X(26) VALUE SPACES.

01 NO-REPORT-MESS.
   02 FILLER             PICTURE X(13) VALUE ' REPORT FILE '.
   02 NO-REPORT-FILENAME PICTURE X(30).
   02 FILLER             PICTURE X(29) VALUE ' COULD NOT BE OPENED, STATUS='.
   02 NO-REPORT-STATUS   PICTURE X(02).
   02 FILLER             PICTURE X(06) VALUE SPACES.

01 NO-RUN-MESS.
   02 FILLER PICTURE X(41) VALUE
      ' NO RUN FOUND FOR THAT DATE IN THE REPORT'.
   02 FILLER PICTURE X(39) VALUE SPACES.

01 NO-TRAILER-MESS.
   02 FILLER PICTURE X(52) VALUE
      ' NO SUMMARY TRAILER FOUND FOR THAT RUN IN THE REPORT'.
   02 FILLER PICTURE X(28) VALUE SPACES.

01 NO-CSV-MESS.
   02 FILLER PICTURE X(44) VALUE
      ' CSV EXPORT NOT ON FILE, PACKETS HAVE NO CSV'.
   02 FILLER PICTURE X(36) VALUE SPACES.

01 PACKET-OPEN-MESS.
   02 FILLER             PICTURE X(08) VALUE ' PACKET '.
   02 PACKET-OPEN-NAME   PICTURE X(40).
   02 FILLER             PICTURE X(29) VALUE ' COULD NOT BE OPENED, STATUS='.
   02 PACKET-OPEN-STATUS PICTURE X(02).
   02 FILLER             PICTURE X(01) VALUE SPACES.

01 PACKET-TABLE-FULL-MESS.
   02 FILLER PICTURE X(46) VALUE
      ' PACKET TABLE FULL, LINES FOR REQUESTOR CODE  '.
   02 FULL-REQUESTOR PICTURE X(04).
   02 FILLER PICTURE X(13) VALUE ' NOT ROUTED  '.
   02 FILLER PICTURE X(17) VALUE SPACES.

*> Packet cover lines.
01 COVER-REQUESTOR-LINE.
   02 FILLER           PICTURE X(11) VALUE ' REQUESTOR '.
   02 CVR-REQUESTOR    PICTURE X(04).
   02 FILLER           PICTURE X(07) VALUE '  DEPT='.
   02 CVR-NAME         PICTURE X(30).
   02 FILLER           PICTURE X(04) VALUE ' CC='.
   02 CVR-COST-CENTRE  PICTURE X(08).
   02 FILLER           PICTURE X(16) VALUE SPACES.

01 COVER-RUN-LINE.
   02 FILLER       PICTURE X(10) VALUE ' RUN DATE '.
   02 CVR-RUN-DATE PICTURE X(08).
   02 FILLER       PICTURE X(10) VALUE '   RUN NO '.
   02 CVR-RUN-SEQ  PICTURE Z(5)9.
   02 FILLER       PICTURE X(46) VALUE SPACES.

01 COVER-DECK-LINE.
   02 FILLER       PICTURE X(07) VALUE ' DECKS='.
   02 CVR-DECK-LIST.
      03 CVR-DECK-ENTRY OCCURS 8 TIMES.
         04 CVR-DECK-ID PICTURE X(04).
         04 FILLER      PICTURE X(01).
   02 FILLER       PICTURE X(33) VALUE SPACES.

01 COVER-NO-DECK-LINE.
   02 FILLER PICTURE X(22) VALUE ' DECKS=SINGLE-DECK RUN'.
   02 FILLER PICTURE X(58) VALUE SPACES.

*> The packet trailer: the packet's own counts, and whether they
*> foot to the requestor's line in the run's subtotal block.
01 PACKET-TRAILER-LINE.
   02 FILLER     PICTURE X(09) VALUE ' PACKET: '.
   02 FILLER     PICTURE X(03) VALUE 'OK='.
   02 PKT-OK     PICTURE Z(6)9.
   02 FILLER     PICTURE X(05) VALUE ' ERR='.
   02 PKT-ERR    PICTURE Z(6)9.
   02 FILLER     PICTURE X(05) VALUE ' RNG='.
   02 PKT-RNG    PICTURE Z(6)9.
   02 FILLER     PICTURE X(06) VALUE ' ABRT='.
   02 PKT-ABRT   PICTURE Z(6)9.
   02 FILLER     PICTURE X(05) VALUE ' CSV='.
   02 PKT-CSV    PICTURE Z(6)9.
   02 FILLER     PICTURE X(06) VALUE SPACES.

*> Printed under the packet trailer only when the packet has answers
*> withheld on a failed residual proof.
01 PACKET-RSD-LINE.
   02 FILLER     PICTURE X(09) VALUE SPACES.
   02 FILLER     PICTURE X(04) VALUE 'RSD='.
   02 PKT-RSD    PICTURE Z(6)9.
   02 FILLER     PICTURE X(60) VALUE SPACES.

01 PACKET-FOOTS-LINE.
   02 FILLER PICTURE X(43) VALUE
      ' PACKET FOOTS TO ITS RUN TRAILER REQ= LINE '.
   02 FILLER PICTURE X(37) VALUE SPACES.

01 PACKET-NOT-FOOTED-LINE.
   02 FILLER PICTURE X(63) VALUE
      ' *** PACKET DOES NOT FOOT TO THE RUN TRAILER - DO NOT SEND *** '.
   02 FILLER PICTURE X(17) VALUE SPACES.

01 PACKET-SHARED-LINE.
   02 FILLER PICTURE X(60) VALUE
      ' PACKET IS PART OF THE *OTH SUBTOTAL, FOOTED WITH THE OTHERS'.
   02 FILLER PICTURE X(20) VALUE SPACES.

*> Distribution control report: one line per packet, then the run
*> proofs.
01 PACKET-HEADER-LINE.
   02 FILLER PICTURE X(08) VALUE 'PACKETS '.
   02 FILLER PICTURE X(72) VALUE SPACES.

01 CONTROL-PACKET-LINE.
   02 FILLER      PICTURE X(05) VALUE ' REQ='.
   02 CPL-CODE    PICTURE X(04).
   02 FILLER      PICTURE X(04) VALUE ' OK='.
   02 CPL-OK      PICTURE Z(5)9.
   02 FILLER      PICTURE X(05) VALUE ' ERR='.
   02 CPL-ERR     PICTURE Z(5)9.
   02 FILLER      PICTURE X(05) VALUE ' RNG='.
   02 CPL-RNG     PICTURE Z(5)9.
   02 FILLER      PICTURE X(06) VALUE ' ABRT='.
   02 CPL-ABRT    PICTURE Z(5)9.
   02 FILLER      PICTURE X(05) VALUE ' CSV='.
   02 CPL-CSV     PICTURE Z(5)9.
   02 FILLER      PICTURE X(01) VALUE SPACE.
   02 CPL-VERDICT PICTURE X(13).
   02 FILLER      PICTURE X(02) VALUE SPACES.

*> Printed under a packet's control line only when it has answers
*> withheld on a failed residual proof.
01 CONTROL-RSD-LINE.
   02 FILLER      PICTURE X(09) VALUE SPACES.
   02 FILLER      PICTURE X(05) VALUE ' RSD='.
   02 CPL-RSD     PICTURE Z(5)9.
   02 FILLER      PICTURE X(60) VALUE SPACES.

*> One line per check: what was compared and how it came out.
01 CHECK-LINE.
   02 FILLER        PICTURE X(07) VALUE ' CHECK '.
   02 CHECK-NAME    PICTURE X(34).
   02 FILLER        PICTURE X(02) VALUE ': '.
   02 CHECK-VERDICT PICTURE X(14).
   02 FILLER        PICTURE X(23) VALUE SPACES.

01 COUNTS-LINE.
   02 FILLER         PICTURE X(08) VALUE '   LEFT='.
   02 COUNTS-LEFT    PICTURE Z(6)9.
   02 FILLER         PICTURE X(07) VALUE ' RIGHT='.
   02 COUNTS-RIGHT   PICTURE Z(6)9.
   02 FILLER         PICTURE X(51) VALUE SPACES.

01 BALANCED-LINE.
   02 FILLER PICTURE X(40) VALUE
      ' *** PACKETS BALANCED, CLEAR TO SEND ***'.
   02 FILLER PICTURE X(40) VALUE SPACES.

01 UNBALANCED-LINE.
   02 FILLER PICTURE X(64) VALUE
      ' *** PACKETS OUT OF BALANCE - HOLD DISTRIBUTION, INVESTIGATE ***'.
   02 FILLER PICTURE X(16) VALUE SPACES.

*> Start procedure
PROCEDURE DIVISION.
    PERFORM INITIALIZE-RUN THRU END-INITIALIZE-RUN.
    PERFORM FIND-TARGET-RUN THRU END-FIND-TARGET-RUN.
    PERFORM SIZE-RUN THRU END-SIZE-RUN.
    PERFORM COUNT-CSV-ROWS THRU END-COUNT-CSV-ROWS.
    PERFORM FOOT-PACKETS THRU END-FOOT-PACKETS.
    PERFORM WRITE-ONE-PACKET THRU END-WRITE-ONE-PACKET
        VARYING PACKET-IX FROM 1 BY 1
        UNTIL PACKET-IX IS GREATER THAN PACKET-COUNT.
    PERFORM PRINT-CONTROL-REPORT THRU END-PRINT-CONTROL-REPORT.
    PERFORM TERMINATE-RUN THRU END-TERMINATE-RUN.
    STOP RUN.

*> Pick up the run being distributed and the file names, and print
*> the control report header.
INITIALIZE-RUN.
    ACCEPT DIST-DATE FROM ENVIRONMENT "SQRT-DIST-DATE".
    ACCEPT DIST-RUNNO-PARM FROM ENVIRONMENT "SQRT-DIST-RUNNO".
    IF DIST-RUNNO-PARM IS EQUAL TO SPACES
        ACCEPT DIST-RUNNO-PARM FROM ENVIRONMENT "SQRT-RECON-RUNNO"
    END-IF.
    MOVE REPORT-FILENAME TO DEFAULT-REPORT-FILENAME.
    ACCEPT REPORT-FILENAME FROM ENVIRONMENT "SQRT-REPORT-FILE"
        ON EXCEPTION
            MOVE DEFAULT-REPORT-FILENAME TO REPORT-FILENAME
    END-ACCEPT.
    IF REPORT-FILENAME IS EQUAL TO SPACES
        MOVE DEFAULT-REPORT-FILENAME TO REPORT-FILENAME
    END-IF.
    MOVE CSV-FILENAME TO DEFAULT-CSV-FILENAME.
    ACCEPT CSV-FILENAME FROM ENVIRONMENT "SQRT-CSV-FILE"
        ON EXCEPTION
            MOVE DEFAULT-CSV-FILENAME TO CSV-FILENAME
    END-ACCEPT.
    IF CSV-FILENAME IS EQUAL TO SPACES
        MOVE DEFAULT-CSV-FILENAME TO CSV-FILENAME
    END-IF.
    MOVE REQUESTOR-FILENAME TO DEFAULT-REQUESTOR-FILENAME.
    ACCEPT REQUESTOR-FILENAME FROM ENVIRONMENT "SQRT-REQMAST-FILE"
        ON EXCEPTION
            MOVE DEFAULT-REQUESTOR-FILENAME TO REQUESTOR-FILENAME
    END-ACCEPT.
    IF REQUESTOR-FILENAME IS EQUAL TO SPACES
        MOVE DEFAULT-REQUESTOR-FILENAME TO REQUESTOR-FILENAME
    END-IF.
    MOVE DIST-PREFIX TO DEFAULT-DIST-PREFIX.
    ACCEPT DIST-PREFIX FROM ENVIRONMENT "SQRT-DIST-PREFIX"
        ON EXCEPTION
            MOVE DEFAULT-DIST-PREFIX TO DIST-PREFIX
    END-ACCEPT.
    IF DIST-PREFIX IS EQUAL TO SPACES
        MOVE DEFAULT-DIST-PREFIX TO DIST-PREFIX
    END-IF.

    PERFORM READ-PARAMETER-FILE THRU END-READ-PARAMETER-FILE.

    IF DIST-DATE IS EQUAL TO SPACES
        ACCEPT DIST-DATE FROM DATE YYYYMMDD
    END-IF.

    OPEN OUTPUT STANDARD-OUTPUT.
    WRITE OUT-LINE FROM TITLE-LINE AFTER ADVANCING 0 LINES.
    WRITE OUT-LINE FROM UNDER-LINE AFTER ADVANCING 1 LINE.

    IF DIST-RUNNO-PARM IS NOT EQUAL TO SPACES
            AND DIST-RUNNO-PARM IS NOT NUMERIC
        WRITE OUT-LINE FROM BAD-RUNNO-MESS AFTER ADVANCING 1 LINE
        MOVE 8 TO RETURN-CODE
        CLOSE STANDARD-OUTPUT
        STOP RUN
    END-IF.
    IF DIST-RUNNO-PARM IS NOT EQUAL TO SPACES
        MOVE DIST-RUNNO-PARM TO DIST-RUNNO
        MOVE DIST-RUNNO TO DIST-RUNNO-EDIT
    END-IF.

    OPEN INPUT REPORT-FILE.
    IF REPORT-FILE-STATUS IS NOT EQUAL TO '00'
        MOVE REPORT-FILENAME(1:30) TO NO-REPORT-FILENAME
        MOVE REPORT-FILE-STATUS TO NO-REPORT-STATUS
        WRITE OUT-LINE FROM NO-REPORT-MESS AFTER ADVANCING 1 LINE
        MOVE 8 TO RETURN-CODE
        CLOSE STANDARD-OUTPUT
        STOP RUN
    END-IF.
    CLOSE REPORT-FILE.

    OPEN INPUT REQUESTOR-FILE.
    IF REQUESTOR-FILE-STATUS IS NOT EQUAL TO '00'
        MOVE 'N' TO REQMAST-MODE-SW
    END-IF.
END-INITIALIZE-RUN. EXIT.

*> Let the central run-parameter file name the files ahead of the
*> environment, so the packets are cut from exactly what the run
*> wrote.
READ-PARAMETER-FILE.
    MOVE PARAMETER-FILENAME TO DEFAULT-PARAMETER-FILENAME.
    ACCEPT PARAMETER-FILENAME FROM ENVIRONMENT "SQRT-PARM-FILE"
        ON EXCEPTION
            MOVE DEFAULT-PARAMETER-FILENAME TO PARAMETER-FILENAME
    END-ACCEPT.
    IF PARAMETER-FILENAME IS EQUAL TO SPACES
        MOVE DEFAULT-PARAMETER-FILENAME TO PARAMETER-FILENAME
    END-IF.
    OPEN INPUT PARAMETER-FILE.
    IF PARAMETER-FILE-STATUS IS NOT EQUAL TO '00'
        GO TO END-READ-PARAMETER-FILE
    END-IF.
    PERFORM APPLY-ONE-PARAMETER THRU END-APPLY-ONE-PARAMETER
        UNTIL END-OF-PARMS.
    CLOSE PARAMETER-FILE.
END-READ-PARAMETER-FILE. EXIT.

APPLY-ONE-PARAMETER.
    READ PARAMETER-FILE
        AT END
            SET END-OF-PARMS TO TRUE
    END-READ.
    IF END-OF-PARMS
        GO TO END-APPLY-ONE-PARAMETER
    END-IF.
    IF PARM-VALUE IS EQUAL TO SPACES
        GO TO END-APPLY-ONE-PARAMETER
    END-IF.
    IF PARM-KEYWORD IS EQUAL TO 'REPORT-FILE'
        MOVE PARM-VALUE TO REPORT-FILENAME
        GO TO END-APPLY-ONE-PARAMETER
    END-IF.
    IF PARM-KEYWORD IS EQUAL TO 'CSV-FILE'
        MOVE PARM-VALUE TO CSV-FILENAME
        GO TO END-APPLY-ONE-PARAMETER
    END-IF.
    IF PARM-KEYWORD IS EQUAL TO 'REQMAST-FILE'
        MOVE PARM-VALUE TO REQUESTOR-FILENAME
        GO TO END-APPLY-ONE-PARAMETER
    END-IF.
    IF PARM-KEYWORD IS EQUAL TO 'DIST-PREFIX'
        MOVE PARM-VALUE TO DIST-PREFIX
        GO TO END-APPLY-ONE-PARAMETER
    END-IF.
END-APPLY-ONE-PARAMETER. EXIT.

*> Settle which run block is being distributed: with a run number,
*> the last block for that date and number; without one, the last
*> block for the date at all. Either way the pass counts the blocks
*> so the later passes can stop at the same one.
FIND-TARGET-RUN.
    OPEN INPUT REPORT-FILE.
    MOVE 'N' TO END-OF-REPORT-SW.
    PERFORM FIND-ONE-HEADER THRU END-FIND-ONE-HEADER
        UNTIL END-OF-REPORT.
    CLOSE REPORT-FILE.
    IF DIST-RUNNO-PARM IS EQUAL TO SPACES
        IF LAST-RUNNO-EDIT IS EQUAL TO SPACES
            WRITE OUT-LINE FROM NO-RUN-MESS AFTER ADVANCING 1 LINE
            MOVE 8 TO RETURN-CODE
            PERFORM TERMINATE-RUN THRU END-TERMINATE-RUN
            STOP RUN
        END-IF
        MOVE SPACES TO EDITED-COUNT-X
        MOVE LAST-RUNNO-EDIT TO EDITED-COUNT-X(2:6)
        PERFORM CONVERT-EDITED-COUNT THRU END-CONVERT-EDITED-COUNT
        MOVE CONVERTED-COUNT TO DIST-RUNNO
        MOVE DIST-RUNNO TO DIST-RUNNO-EDIT
        MOVE ZERO TO TARGET-BLOCK-COUNT
        OPEN INPUT REPORT-FILE
        MOVE 'N' TO END-OF-REPORT-SW
        PERFORM FIND-ONE-HEADER THRU END-FIND-ONE-HEADER
            UNTIL END-OF-REPORT
        CLOSE REPORT-FILE
    END-IF.
    MOVE DIST-DATE TO TGT-RUN-DATE.
    MOVE DIST-RUNNO TO TGT-RUN-SEQ.
    WRITE OUT-LINE FROM TARGET-LINE AFTER ADVANCING 1 LINE.
END-FIND-TARGET-RUN. EXIT.

FIND-ONE-HEADER.
    READ REPORT-FILE
        AT END
            SET END-OF-REPORT TO TRUE
    END-READ.
    IF END-OF-REPORT
        GO TO END-FIND-ONE-HEADER
    END-IF.
    IF RPT-LINE(10:9) IS NOT EQUAL TO 'RUN DATE '
            OR RPT-LINE(19:8) IS NOT EQUAL TO DIST-DATE
        GO TO END-FIND-ONE-HEADER
    END-IF.
    IF DIST-RUNNO-PARM IS EQUAL TO SPACES
            AND DIST-RUNNO IS EQUAL TO ZERO
        MOVE RPT-LINE(37:6) TO LAST-RUNNO-EDIT
        GO TO END-FIND-ONE-HEADER
    END-IF.
    IF RPT-LINE(37:6) IS EQUAL TO DIST-RUNNO-EDIT
        ADD 1 TO TARGET-BLOCK-COUNT
    END-IF.
END-FIND-ONE-HEADER. EXIT.

*> First pass over the run's block: build a packet entry for every
*> requestor that has lines in it, count each packet's lines by
*> kind, note the member decks they came in, and pick up the run's
*> subtotal block and summary trailer.
SIZE-RUN.
    IF TARGET-BLOCK-COUNT IS EQUAL TO ZERO
        WRITE OUT-LINE FROM NO-RUN-MESS AFTER ADVANCING 1 LINE
        MOVE 8 TO RETURN-CODE
        PERFORM TERMINATE-RUN THRU END-TERMINATE-RUN
        STOP RUN
    END-IF.
    OPEN INPUT REPORT-FILE.
    MOVE 'N' TO END-OF-REPORT-SW.
    MOVE ZERO TO BLOCK-SEEN-COUNT.
    MOVE 'N' TO IN-TARGET-RUN-SW.
    MOVE 'N' TO LAST-DETAIL-SW.
    PERFORM SIZE-ONE-LINE THRU END-SIZE-ONE-LINE
        UNTIL END-OF-REPORT.
    CLOSE REPORT-FILE.
END-SIZE-RUN. EXIT.

SIZE-ONE-LINE.
    PERFORM READ-TARGET-LINE THRU END-READ-TARGET-LINE.
    IF END-OF-REPORT OR NOT IN-TARGET-RUN
        GO TO END-SIZE-ONE-LINE
    END-IF.
    IF RPT-LINE(1:5) IS EQUAL TO ' REQ='
        PERFORM PARSE-SUBTOTAL-LINE THRU END-PARSE-SUBTOTAL-LINE
        GO TO END-SIZE-ONE-LINE
    END-IF.
    IF RPT-LINE(1:6) IS EQUAL TO ' RECS='
        PERFORM PARSE-SUMMARY-LINE THRU END-PARSE-SUMMARY-LINE
        GO TO END-SIZE-ONE-LINE
    END-IF.
    IF RPT-LINE(1:16) IS EQUAL TO ' PROOF: CHECKED='
        MOVE RPT-LINE(32:7) TO EDITED-COUNT-X
        PERFORM CONVERT-EDITED-COUNT THRU END-CONVERT-EDITED-COUNT
        MOVE CONVERTED-COUNT TO TRL-RSD
        GO TO END-SIZE-ONE-LINE
    END-IF.
    IF LINE-KIND IS EQUAL TO SPACE
        GO TO END-SIZE-ONE-LINE
    END-IF.

    ADD 1 TO DETAIL-LINE-COUNT.
    MOVE LINE-REQUESTOR TO SOUGHT-REQUESTOR.
    PERFORM FIND-PACKET-ENTRY THRU END-FIND-PACKET-ENTRY.
    IF NOT PACKET-FOUND
        GO TO END-SIZE-ONE-LINE
    END-IF.
    ADD 1 TO ROUTED-LINE-COUNT.
    ADD 1 TO PK-LINES(PACKET-IX).
    IF LINE-KIND IS EQUAL TO 'R'
        ADD 1 TO PK-OK(PACKET-IX)
    END-IF.
    IF LINE-KIND IS EQUAL TO 'E'
        ADD 1 TO PK-ERR(PACKET-IX)
    END-IF.
    IF LINE-KIND IS EQUAL TO 'G'
        ADD 1 TO PK-RNG(PACKET-IX)
    END-IF.
    IF LINE-KIND IS EQUAL TO 'A'
        ADD 1 TO PK-ABRT-LINES(PACKET-IX)
    END-IF.
    IF LINE-KIND IS EQUAL TO 'P'
        ADD 1 TO PK-RSD(PACKET-IX)
    END-IF.
    IF LINE-IS-RECOVERY
        ADD 1 TO PK-RECOVERED(PACKET-IX)
    END-IF.
    IF LINE-KIND IS NOT EQUAL TO 'C'
            AND LINE-DECK-ID IS NOT EQUAL TO SPACES
        PERFORM NOTE-PACKET-DECK THRU END-NOTE-PACKET-DECK
    END-IF.
END-SIZE-ONE-LINE. EXIT.

*> Read one report line and classify it. A run-header line switches
*> the target state, counting blocks so only the last block for the
*> run is worked; a deck header changes the current deck, and the
*> second-pass header ends it, since that pass prints no deck header.
READ-TARGET-LINE.
    MOVE SPACE TO LINE-KIND.
    MOVE SPACES TO LINE-DECK-ID.
    MOVE 'N' TO LINE-RECOVERY-SW.
    READ REPORT-FILE
        AT END
            SET END-OF-REPORT TO TRUE
    END-READ.
    IF END-OF-REPORT
        GO TO END-READ-TARGET-LINE
    END-IF.
    IF RPT-LINE(10:9) IS EQUAL TO 'RUN DATE '
        MOVE 'N' TO IN-TARGET-RUN-SW
        MOVE SPACES TO CURRENT-DECK-ID
        MOVE 'N' TO LAST-DETAIL-SW
        IF RPT-LINE(19:8) IS EQUAL TO DIST-DATE
                AND RPT-LINE(37:6) IS EQUAL TO DIST-RUNNO-EDIT
            ADD 1 TO BLOCK-SEEN-COUNT
            IF BLOCK-SEEN-COUNT IS EQUAL TO TARGET-BLOCK-COUNT
                SET IN-TARGET-RUN TO TRUE
            END-IF
        END-IF
        GO TO END-READ-TARGET-LINE
    END-IF.
    IF NOT IN-TARGET-RUN
        GO TO END-READ-TARGET-LINE
    END-IF.
    IF RPT-LINE(1:5) IS EQUAL TO 'DECK '
        MOVE RPT-LINE(6:4) TO CURRENT-DECK-ID
        MOVE 'N' TO LAST-DETAIL-SW
        GO TO END-READ-TARGET-LINE
    END-IF.
    IF RPT-LINE(1:31) IS EQUAL TO 'SECOND PASS OVER ABORTED VALUES'
        MOVE SPACES TO CURRENT-DECK-ID
        MOVE 'N' TO LAST-DETAIL-SW
        GO TO END-READ-TARGET-LINE
    END-IF.
    PERFORM CLASSIFY-LINE THRU END-CLASSIFY-LINE.
END-READ-TARGET-LINE. EXIT.

*> Which of SQRT's per-card lines this is, and whose. The result and
*> imaginary-result lines carry the requestor after the answer; the
*> error, range, abort, still-aborted and withheld-answer lines
*> carry it in column 67; the iteration, full-precision, master-hit,
*> residual and second-pass detail lines under a result belong to
*> whoever owned that result. A result line also carries its deck
*> after the reference; the other lines take the deck header's.
CLASSIFY-LINE.
    MOVE CURRENT-DECK-ID TO LINE-DECK-ID.
    IF RPT-LINE(1:4) IS EQUAL TO 'The '
        MOVE 'R' TO LINE-KIND
        IF RPT-LINE(61:1) IS EQUAL TO 'i'
            MOVE RPT-LINE(63:4) TO LINE-REQUESTOR
            MOVE RPT-LINE(77:4) TO LINE-DECK-ID
        ELSE
            MOVE RPT-LINE(62:4) TO LINE-REQUESTOR
            MOVE RPT-LINE(76:4) TO LINE-DECK-ID
        END-IF
        GO TO SET-LAST-DETAIL
    END-IF.
    IF RPT-LINE(20:16) IS EQUAL TO ' is not a valid '
            OR RPT-LINE(20:15) IS EQUAL TO ' has an invalid'
        MOVE 'E' TO LINE-KIND
        MOVE RPT-LINE(67:4) TO LINE-REQUESTOR
        GO TO SET-LAST-DETAIL
    END-IF.
    IF RPT-LINE(20:26) IS EQUAL TO ' is outside the safe range'
        MOVE 'G' TO LINE-KIND
        MOVE RPT-LINE(67:4) TO LINE-REQUESTOR
        GO TO SET-LAST-DETAIL
    END-IF.
    IF RPT-LINE(21:18) IS EQUAL TO '  ATTEMPT ABORTED,'
        MOVE 'A' TO LINE-KIND
        MOVE RPT-LINE(67:4) TO LINE-REQUESTOR
        GO TO SET-LAST-DETAIL
    END-IF.
    IF RPT-LINE(21:16) IS EQUAL TO '  STILL ABORTED '
        MOVE 'F' TO LINE-KIND
        MOVE RPT-LINE(67:4) TO LINE-REQUESTOR
        GO TO SET-LAST-DETAIL
    END-IF.
    IF RPT-LINE(21:17) IS EQUAL TO '  FAILED RESIDUAL'
        MOVE 'P' TO LINE-KIND
        MOVE RPT-LINE(67:4) TO LINE-REQUESTOR
        GO TO SET-LAST-DETAIL
    END-IF.
    IF LAST-DETAIL-OPEN
        IF RPT-LINE(1:16) IS EQUAL TO '    computed in '
                OR RPT-LINE(1:19) IS EQUAL TO '    full precision '
                OR RPT-LINE(1:18) IS EQUAL TO '    taken from res'
                OR RPT-LINE(1:16) IS EQUAL TO '    second pass:'
                OR RPT-LINE(1:13) IS EQUAL TO '    residual '
            MOVE 'C' TO LINE-KIND
            MOVE LAST-DETAIL-REQUESTOR TO LINE-REQUESTOR
            IF RPT-LINE(1:16) IS EQUAL TO '    second pass:'
                SET LINE-IS-RECOVERY TO TRUE
            END-IF
            GO TO END-CLASSIFY-LINE
        END-IF
    END-IF.
    MOVE 'N' TO LAST-DETAIL-SW.
    GO TO END-CLASSIFY-LINE.

SET-LAST-DETAIL.
    IF LINE-REQUESTOR IS EQUAL TO SPACES
        MOVE NO-REQUESTOR-CODE TO LINE-REQUESTOR
    END-IF.
    MOVE LINE-REQUESTOR TO LAST-DETAIL-REQUESTOR.
    SET LAST-DETAIL-OPEN TO TRUE.
END-CLASSIFY-LINE. EXIT.

*> One REQ= line of the run's subtotal block. A blank code is the
*> block's line for cards without one, which the packets call NOID.
PARSE-SUBTOTAL-LINE.
    IF SUBTOTAL-COUNT IS NOT LESS THAN SUBTOTAL-TABLE-MAX
        GO TO END-PARSE-SUBTOTAL-LINE
    END-IF.
    ADD 1 TO SUBTOTAL-COUNT.
    MOVE RPT-LINE(6:4) TO SB-CODE(SUBTOTAL-COUNT).
    IF SB-CODE(SUBTOTAL-COUNT) IS EQUAL TO SPACES
        MOVE NO-REQUESTOR-CODE TO SB-CODE(SUBTOTAL-COUNT)
    END-IF.
    MOVE RPT-LINE(14:7) TO EDITED-COUNT-X.
    PERFORM CONVERT-EDITED-COUNT THRU END-CONVERT-EDITED-COUNT.
    MOVE CONVERTED-COUNT TO SB-OK(SUBTOTAL-COUNT).
    MOVE RPT-LINE(26:7) TO EDITED-COUNT-X.
    PERFORM CONVERT-EDITED-COUNT THRU END-CONVERT-EDITED-COUNT.
    MOVE CONVERTED-COUNT TO SB-ERR(SUBTOTAL-COUNT).
    MOVE RPT-LINE(38:7) TO EDITED-COUNT-X.
    PERFORM CONVERT-EDITED-COUNT THRU END-CONVERT-EDITED-COUNT.
    MOVE CONVERTED-COUNT TO SB-RNG(SUBTOTAL-COUNT).
    MOVE RPT-LINE(51:7) TO EDITED-COUNT-X.
    PERFORM CONVERT-EDITED-COUNT THRU END-CONVERT-EDITED-COUNT.
    MOVE CONVERTED-COUNT TO SB-ABRT(SUBTOTAL-COUNT).
    MOVE RPT-LINE(63:7) TO EDITED-COUNT-X.
    PERFORM CONVERT-EDITED-COUNT THRU END-CONVERT-EDITED-COUNT.
    MOVE CONVERTED-COUNT TO SB-RSD(SUBTOTAL-COUNT).
END-PARSE-SUBTOTAL-LINE. EXIT.

*> The run's summary trailer, the counts the packets must add to.
PARSE-SUMMARY-LINE.
    MOVE 'N' TO PARSE-FAIL-SW.
    MOVE RPT-LINE(18:7) TO EDITED-COUNT-X.
    PERFORM CONVERT-EDITED-COUNT THRU END-CONVERT-EDITED-COUNT.
    MOVE CONVERTED-COUNT TO TRL-OK.
    MOVE RPT-LINE(30:7) TO EDITED-COUNT-X.
    PERFORM CONVERT-EDITED-COUNT THRU END-CONVERT-EDITED-COUNT.
    MOVE CONVERTED-COUNT TO TRL-ERR.
    MOVE RPT-LINE(42:7) TO EDITED-COUNT-X.
    PERFORM CONVERT-EDITED-COUNT THRU END-CONVERT-EDITED-COUNT.
    MOVE CONVERTED-COUNT TO TRL-RNG.
    MOVE RPT-LINE(55:7) TO EDITED-COUNT-X.
    PERFORM CONVERT-EDITED-COUNT THRU END-CONVERT-EDITED-COUNT.
    MOVE CONVERTED-COUNT TO TRL-ABRT.
    IF NOT PARSE-FAILED
        SET TRAILER-FOUND TO TRUE
    END-IF.
END-PARSE-SUMMARY-LINE. EXIT.

*> One edited count: zero-fill the leading spaces, then take it as a
*> number only if that leaves pure digits.
CONVERT-EDITED-COUNT.
    INSPECT EDITED-COUNT-X REPLACING LEADING SPACES BY ZEROS.
    IF EDITED-COUNT-X IS NUMERIC
        MOVE EDITED-COUNT-X TO CONVERTED-COUNT
    ELSE
        MOVE ZERO TO CONVERTED-COUNT
        SET PARSE-FAILED TO TRUE
    END-IF.
END-CONVERT-EDITED-COUNT. EXIT.

*> Find (or first add) the packet for SOUGHT-REQUESTOR, leaving
*> PACKET-IX on it. A full table routes nothing further for a new
*> code; the control report then can't balance, which is the point.
FIND-PACKET-ENTRY.
    PERFORM SEEK-PACKET-CODE THRU END-SEEK-PACKET-CODE.
    IF PACKET-FOUND
        GO TO END-FIND-PACKET-ENTRY
    END-IF.
    IF PACKET-COUNT IS NOT LESS THAN PACKET-TABLE-MAX
        MOVE SOUGHT-REQUESTOR TO FULL-REQUESTOR
        WRITE OUT-LINE FROM PACKET-TABLE-FULL-MESS
            AFTER ADVANCING 1 LINE
        GO TO END-FIND-PACKET-ENTRY
    END-IF.
    ADD 1 TO PACKET-COUNT.
    MOVE PACKET-COUNT TO PACKET-IX.
    MOVE SOUGHT-REQUESTOR TO PK-CODE(PACKET-IX).
    MOVE ZERO TO PK-OK(PACKET-IX).
    MOVE ZERO TO PK-ERR(PACKET-IX).
    MOVE ZERO TO PK-RNG(PACKET-IX).
    MOVE ZERO TO PK-ABRT-LINES(PACKET-IX).
    MOVE ZERO TO PK-RECOVERED(PACKET-IX).
    MOVE ZERO TO PK-ABRT(PACKET-IX).
    MOVE ZERO TO PK-RSD(PACKET-IX).
    MOVE ZERO TO PK-LINES(PACKET-IX).
    MOVE ZERO TO PK-CSV-ROWS(PACKET-IX).
    MOVE 'N' TO PK-FOOT(PACKET-IX).
    MOVE ZERO TO PK-DECK-COUNT(PACKET-IX).
    SET PACKET-FOUND TO TRUE.
END-FIND-PACKET-ENTRY. EXIT.

SEEK-PACKET-CODE.
    MOVE 'N' TO PACKET-FOUND-SW.
    MOVE 1 TO PACKET-IX.
    PERFORM TEST-PACKET-CODE THRU END-TEST-PACKET-CODE
        UNTIL PACKET-FOUND
           OR PACKET-IX IS GREATER THAN PACKET-COUNT.
END-SEEK-PACKET-CODE. EXIT.

TEST-PACKET-CODE.
    IF PK-CODE(PACKET-IX) IS EQUAL TO SOUGHT-REQUESTOR
        SET PACKET-FOUND TO TRUE
    ELSE
        ADD 1 TO PACKET-IX
    END-IF.
END-TEST-PACKET-CODE. EXIT.

*> Add the current deck to the packet's cover list if it isn't
*> there already; past the list's width the cover just stops adding.
NOTE-PACKET-DECK.
    MOVE 'N' TO DECK-LISTED-SW.
    PERFORM TEST-PACKET-DECK THRU END-TEST-PACKET-DECK
        VARYING PACKET-DECK-IX FROM 1 BY 1
        UNTIL PACKET-DECK-IX IS GREATER THAN PK-DECK-COUNT(PACKET-IX)
           OR DECK-LISTED.
    IF DECK-LISTED
            OR PK-DECK-COUNT(PACKET-IX) IS NOT LESS THAN PACKET-DECK-MAX
        GO TO END-NOTE-PACKET-DECK
    END-IF.
    ADD 1 TO PK-DECK-COUNT(PACKET-IX).
    MOVE LINE-DECK-ID
        TO PK-DECK-ID(PACKET-IX, PK-DECK-COUNT(PACKET-IX)).
END-NOTE-PACKET-DECK. EXIT.

TEST-PACKET-DECK.
    IF PK-DECK-ID(PACKET-IX, PACKET-DECK-IX)
            IS EQUAL TO LINE-DECK-ID
        SET DECK-LISTED TO TRUE
    END-IF.
END-TEST-PACKET-DECK. EXIT.

*> Count the CSV rows by requestor. A row whose requestor printed no
*> line in the run gets a packet of its own with nothing but rows,
*> which cannot foot, so the mismatch shows on the control report.
COUNT-CSV-ROWS.
    OPEN INPUT CSV-FILE.
    IF CSV-FILE-STATUS IS NOT EQUAL TO '00'
        WRITE OUT-LINE FROM NO-CSV-MESS AFTER ADVANCING 1 LINE
        GO TO END-COUNT-CSV-ROWS
    END-IF.
    SET CSV-ON-FILE TO TRUE.
    MOVE 'N' TO END-OF-CSV-SW.
    PERFORM COUNT-ONE-CSV-ROW THRU END-COUNT-ONE-CSV-ROW
        UNTIL END-OF-CSV.
    CLOSE CSV-FILE.
END-COUNT-CSV-ROWS. EXIT.

COUNT-ONE-CSV-ROW.
    READ CSV-FILE
        AT END
            SET END-OF-CSV TO TRUE
    END-READ.
    IF END-OF-CSV
        GO TO END-COUNT-ONE-CSV-ROW
    END-IF.
    ADD 1 TO CSV-ROW-COUNT.
    MOVE CSV-REQUESTOR TO SOUGHT-REQUESTOR.
    IF SOUGHT-REQUESTOR IS EQUAL TO SPACES
        MOVE NO-REQUESTOR-CODE TO SOUGHT-REQUESTOR
    END-IF.
    PERFORM FIND-PACKET-ENTRY THRU END-FIND-PACKET-ENTRY.
    IF PACKET-FOUND
        ADD 1 TO PK-CSV-ROWS(PACKET-IX)
        ADD 1 TO ROUTED-CSV-COUNT
    END-IF.
END-COUNT-ONE-CSV-ROW. EXIT.

*> Net each packet's aborts, then foot it to its own REQ= line or,
*> when the code has none, set it aside to be footed with the other
*> catch-all codes against the *OTH line. The CSV rows must match
*> the results and withheld answers when the run cut a CSV, for a
*> packet footed with the catch-all codes as much as for any other;
*> one that doesn't is still counted into the *OTH totals but is
*> marked as not footing.
FOOT-PACKETS.
    PERFORM FOOT-ONE-PACKET THRU END-FOOT-ONE-PACKET
        VARYING PACKET-IX FROM 1 BY 1
        UNTIL PACKET-IX IS GREATER THAN PACKET-COUNT.
END-FOOT-PACKETS. EXIT.

FOOT-ONE-PACKET.
    IF PK-RECOVERED(PACKET-IX) IS GREATER THAN PK-ABRT-LINES(PACKET-IX)
        MOVE ZERO TO PK-ABRT(PACKET-IX)
        SET OUT-OF-BALANCE TO TRUE
    ELSE
        COMPUTE PK-ABRT(PACKET-IX) =
            PK-ABRT-LINES(PACKET-IX) - PK-RECOVERED(PACKET-IX)
    END-IF.
    ADD PK-OK(PACKET-IX) TO TOTAL-PK-OK.
    ADD PK-ERR(PACKET-IX) TO TOTAL-PK-ERR.
    ADD PK-RNG(PACKET-IX) TO TOTAL-PK-RNG.
    ADD PK-ABRT(PACKET-IX) TO TOTAL-PK-ABRT.
    ADD PK-RSD(PACKET-IX) TO TOTAL-PK-RSD.
    ADD PK-CSV-ROWS(PACKET-IX) TO TOTAL-PK-CSV.

    SET CSV-ROWS-FOOT TO TRUE.
    COMPUTE EXPECTED-CSV-ROWS = PK-OK(PACKET-IX) + PK-RSD(PACKET-IX).
    IF CSV-ON-FILE
            AND PK-CSV-ROWS(PACKET-IX) IS NOT EQUAL TO EXPECTED-CSV-ROWS
        MOVE 'N' TO CSV-ROWS-FOOT-SW
    END-IF.

    MOVE PK-CODE(PACKET-IX) TO SOUGHT-REQUESTOR.
    PERFORM SEEK-SUBTOTAL-CODE THRU END-SEEK-SUBTOTAL-CODE.
    IF NOT SUBTOTAL-FOUND
        IF CSV-ROWS-FOOT
            MOVE 'S' TO PK-FOOT(PACKET-IX)
        ELSE
            MOVE 'N' TO PK-FOOT(PACKET-IX)
        END-IF
        ADD 1 TO SHARED-COUNT
        ADD PK-OK(PACKET-IX) TO SHARED-OK
        ADD PK-ERR(PACKET-IX) TO SHARED-ERR
        ADD PK-RNG(PACKET-IX) TO SHARED-RNG
        ADD PK-ABRT(PACKET-IX) TO SHARED-ABRT
        ADD PK-RSD(PACKET-IX) TO SHARED-RSD
        GO TO END-FOOT-ONE-PACKET
    END-IF.
    IF PK-OK(PACKET-IX) IS EQUAL TO SB-OK(SUBTOTAL-IX)
            AND PK-ERR(PACKET-IX) IS EQUAL TO SB-ERR(SUBTOTAL-IX)
            AND PK-RNG(PACKET-IX) IS EQUAL TO SB-RNG(SUBTOTAL-IX)
            AND PK-ABRT(PACKET-IX) IS EQUAL TO SB-ABRT(SUBTOTAL-IX)
            AND PK-RSD(PACKET-IX) IS EQUAL TO SB-RSD(SUBTOTAL-IX)
        MOVE 'Y' TO PK-FOOT(PACKET-IX)
    ELSE
        MOVE 'N' TO PK-FOOT(PACKET-IX)
    END-IF.
    IF NOT CSV-ROWS-FOOT
        MOVE 'N' TO PK-FOOT(PACKET-IX)
    END-IF.
    IF PK-FOOT(PACKET-IX) IS EQUAL TO 'Y'
        ADD 1 TO FOOTED-COUNT
    END-IF.
END-FOOT-ONE-PACKET. EXIT.

SEEK-SUBTOTAL-CODE.
    MOVE 'N' TO SUBTOTAL-FOUND-SW.
    MOVE 1 TO SUBTOTAL-IX.
    PERFORM TEST-SUBTOTAL-CODE THRU END-TEST-SUBTOTAL-CODE
        UNTIL SUBTOTAL-FOUND
           OR SUBTOTAL-IX IS GREATER THAN SUBTOTAL-COUNT.
END-SEEK-SUBTOTAL-CODE. EXIT.

TEST-SUBTOTAL-CODE.
    IF SB-CODE(SUBTOTAL-IX) IS EQUAL TO SOUGHT-REQUESTOR
        SET SUBTOTAL-FOUND TO TRUE
    ELSE
        ADD 1 TO SUBTOTAL-IX
    END-IF.
END-TEST-SUBTOTAL-CODE. EXIT.

*> One department's packet: cover, its lines in run order, trailer,
*> then its CSV rows.
WRITE-ONE-PACKET.
    MOVE PK-CODE(PACKET-IX) TO SOUGHT-REQUESTOR.
    MOVE SPACES TO PACKET-FILENAME.
    STRING DIST-PREFIX        DELIMITED BY SPACE
           '.'                DELIMITED BY SIZE
           SOUGHT-REQUESTOR   DELIMITED BY SPACE
           '.'                DELIMITED BY SIZE
           DIST-RUNNO         DELIMITED BY SIZE
           '.TXT'             DELIMITED BY SIZE
        INTO PACKET-FILENAME.
    OPEN OUTPUT PACKET-FILE.
    IF PACKET-FILE-STATUS IS NOT EQUAL TO '00'
        MOVE PACKET-FILENAME(1:40) TO PACKET-OPEN-NAME
        MOVE PACKET-FILE-STATUS TO PACKET-OPEN-STATUS
        WRITE OUT-LINE FROM PACKET-OPEN-MESS AFTER ADVANCING 1 LINE
        MOVE 'N' TO PK-FOOT(PACKET-IX)
        SET OUT-OF-BALANCE TO TRUE
        GO TO END-WRITE-ONE-PACKET
    END-IF.
    PERFORM WRITE-PACKET-COVER THRU END-WRITE-PACKET-COVER.

    OPEN INPUT REPORT-FILE.
    MOVE 'N' TO END-OF-REPORT-SW.
    MOVE ZERO TO BLOCK-SEEN-COUNT.
    MOVE 'N' TO IN-TARGET-RUN-SW.
    MOVE 'N' TO LAST-DETAIL-SW.
    PERFORM COPY-ONE-PACKET-LINE THRU END-COPY-ONE-PACKET-LINE
        UNTIL END-OF-REPORT.
    CLOSE REPORT-FILE.

    PERFORM WRITE-PACKET-TRAILER THRU END-WRITE-PACKET-TRAILER.
    CLOSE PACKET-FILE.

    IF CSV-ON-FILE
        PERFORM WRITE-PACKET-CSV THRU END-WRITE-PACKET-CSV
    END-IF.
END-WRITE-ONE-PACKET. EXIT.

*> The cover: who the packet is for, which run, which decks.
WRITE-PACKET-COVER.
    MOVE PACKET-TITLE-LINE TO PKT-LINE.  WRITE PKT-LINE.
    MOVE UNDER-LINE TO PKT-LINE.  WRITE PKT-LINE.
    MOVE PK-CODE(PACKET-IX) TO CVR-REQUESTOR.
    MOVE SPACES TO CVR-NAME.
    MOVE SPACES TO CVR-COST-CENTRE.
    IF REQMAST-MODE-ON
            AND PK-CODE(PACKET-IX) IS NOT EQUAL TO NO-REQUESTOR-CODE
        MOVE PK-CODE(PACKET-IX) TO RQM-CODE
        READ REQUESTOR-FILE
            INVALID KEY
                MOVE 'NOT ON REQUESTOR MASTER' TO RQM-NAME
                MOVE SPACES TO RQM-COST-CENTRE
        END-READ
        MOVE RQM-NAME TO CVR-NAME
        MOVE RQM-COST-CENTRE TO CVR-COST-CENTRE
    END-IF.
    MOVE COVER-REQUESTOR-LINE TO PKT-LINE.  WRITE PKT-LINE.
    MOVE DIST-DATE TO CVR-RUN-DATE.
    MOVE DIST-RUNNO TO CVR-RUN-SEQ.
    MOVE COVER-RUN-LINE TO PKT-LINE.  WRITE PKT-LINE.
    IF PK-DECK-COUNT(PACKET-IX) IS EQUAL TO ZERO
        MOVE COVER-NO-DECK-LINE TO PKT-LINE
        WRITE PKT-LINE
    ELSE
        MOVE SPACES TO CVR-DECK-LIST
        PERFORM LIST-ONE-COVER-DECK THRU END-LIST-ONE-COVER-DECK
            VARYING PACKET-DECK-IX FROM 1 BY 1
            UNTIL PACKET-DECK-IX IS GREATER THAN PK-DECK-COUNT(PACKET-IX)
        MOVE COVER-DECK-LINE TO PKT-LINE
        WRITE PKT-LINE
    END-IF.
    MOVE UNDER-LINE TO PKT-LINE.  WRITE PKT-LINE.
END-WRITE-PACKET-COVER. EXIT.

LIST-ONE-COVER-DECK.
    MOVE PK-DECK-ID(PACKET-IX, PACKET-DECK-IX)
        TO CVR-DECK-ID(PACKET-DECK-IX).
END-LIST-ONE-COVER-DECK. EXIT.

*> Pass one of the run's lines into the packet if it is this
*> requestor's.
COPY-ONE-PACKET-LINE.
    PERFORM READ-TARGET-LINE THRU END-READ-TARGET-LINE.
    IF END-OF-REPORT OR NOT IN-TARGET-RUN
        GO TO END-COPY-ONE-PACKET-LINE
    END-IF.
    IF LINE-KIND IS EQUAL TO SPACE
            OR LINE-REQUESTOR IS NOT EQUAL TO SOUGHT-REQUESTOR
        GO TO END-COPY-ONE-PACKET-LINE
    END-IF.
    MOVE RPT-LINE TO PKT-LINE.
    WRITE PKT-LINE.
END-COPY-ONE-PACKET-LINE. EXIT.

*> The packet trailer and its footing verdict.
WRITE-PACKET-TRAILER.
    MOVE UNDER-LINE TO PKT-LINE.  WRITE PKT-LINE.
    MOVE PK-OK(PACKET-IX) TO PKT-OK.
    MOVE PK-ERR(PACKET-IX) TO PKT-ERR.
    MOVE PK-RNG(PACKET-IX) TO PKT-RNG.
    MOVE PK-ABRT(PACKET-IX) TO PKT-ABRT.
    MOVE PK-CSV-ROWS(PACKET-IX) TO PKT-CSV.
    MOVE PACKET-TRAILER-LINE TO PKT-LINE.  WRITE PKT-LINE.
    IF PK-RSD(PACKET-IX) IS GREATER THAN ZERO
        MOVE PK-RSD(PACKET-IX) TO PKT-RSD
        MOVE PACKET-RSD-LINE TO PKT-LINE
        WRITE PKT-LINE
    END-IF.
    IF PK-FOOT(PACKET-IX) IS EQUAL TO 'Y'
        MOVE PACKET-FOOTS-LINE TO PKT-LINE
    ELSE
        IF PK-FOOT(PACKET-IX) IS EQUAL TO 'S'
            MOVE PACKET-SHARED-LINE TO PKT-LINE
        ELSE
            MOVE PACKET-NOT-FOOTED-LINE TO PKT-LINE
        END-IF
    END-IF.
    WRITE PKT-LINE.
END-WRITE-PACKET-TRAILER. EXIT.

*> The department's own rows of the CSV export, as exported.
WRITE-PACKET-CSV.
    MOVE PACKET-FILENAME TO PACKET-CSV-FILENAME.
    INSPECT PACKET-CSV-FILENAME REPLACING ALL '.TXT' BY '.CSV'.
    OPEN OUTPUT PACKET-CSV-FILE.
    IF PACKET-CSV-FILE-STATUS IS NOT EQUAL TO '00'
        MOVE PACKET-CSV-FILENAME(1:40) TO PACKET-OPEN-NAME
        MOVE PACKET-CSV-FILE-STATUS TO PACKET-OPEN-STATUS
        WRITE OUT-LINE FROM PACKET-OPEN-MESS AFTER ADVANCING 1 LINE
        MOVE 'N' TO PK-FOOT(PACKET-IX)
        SET OUT-OF-BALANCE TO TRUE
        GO TO END-WRITE-PACKET-CSV
    END-IF.
    OPEN INPUT CSV-FILE.
    MOVE 'N' TO END-OF-CSV-SW.
    PERFORM COPY-ONE-CSV-ROW THRU END-COPY-ONE-CSV-ROW
        UNTIL END-OF-CSV.
    CLOSE CSV-FILE.
    CLOSE PACKET-CSV-FILE.
END-WRITE-PACKET-CSV. EXIT.

COPY-ONE-CSV-ROW.
    READ CSV-FILE
        AT END
            SET END-OF-CSV TO TRUE
    END-READ.
    IF END-OF-CSV
        GO TO END-COPY-ONE-CSV-ROW
    END-IF.
    IF CSV-REQUESTOR IS EQUAL TO SOUGHT-REQUESTOR
            OR (CSV-REQUESTOR IS EQUAL TO SPACES
                AND SOUGHT-REQUESTOR IS EQUAL TO NO-REQUESTOR-CODE)
        MOVE CSV-LINE TO PKT-CSV-LINE
        WRITE PKT-CSV-LINE
    END-IF.
END-COPY-ONE-CSV-ROW. EXIT.

*> The distribution control report: every packet and its verdict,
*> the catch-all codes footed together, then the proofs that the
*> packets add back up to the whole run.
PRINT-CONTROL-REPORT.
    IF NOT TRAILER-FOUND
        WRITE OUT-LINE FROM NO-TRAILER-MESS AFTER ADVANCING 1 LINE
        SET OUT-OF-BALANCE TO TRUE
    END-IF.
    WRITE OUT-LINE FROM PACKET-HEADER-LINE AFTER ADVANCING 1 LINE.
    PERFORM PRINT-ONE-PACKET-LINE THRU END-PRINT-ONE-PACKET-LINE
        VARYING PACKET-IX FROM 1 BY 1
        UNTIL PACKET-IX IS GREATER THAN PACKET-COUNT.
    IF SHARED-COUNT IS GREATER THAN ZERO
        PERFORM PRINT-SHARED-LINE THRU END-PRINT-SHARED-LINE
    END-IF.

    MOVE 'PACKET OK = TRAILER OK' TO CHECK-NAME.
    MOVE TOTAL-PK-OK TO COUNTS-LEFT.
    MOVE TRL-OK TO COUNTS-RIGHT.
    PERFORM PRINT-ONE-CHECK THRU END-PRINT-ONE-CHECK.
    MOVE 'PACKET ERR = TRAILER ERR' TO CHECK-NAME.
    MOVE TOTAL-PK-ERR TO COUNTS-LEFT.
    MOVE TRL-ERR TO COUNTS-RIGHT.
    PERFORM PRINT-ONE-CHECK THRU END-PRINT-ONE-CHECK.
    MOVE 'PACKET RNG = TRAILER RNG' TO CHECK-NAME.
    MOVE TOTAL-PK-RNG TO COUNTS-LEFT.
    MOVE TRL-RNG TO COUNTS-RIGHT.
    PERFORM PRINT-ONE-CHECK THRU END-PRINT-ONE-CHECK.
    MOVE 'PACKET ABRT = TRAILER ABRT' TO CHECK-NAME.
    MOVE TOTAL-PK-ABRT TO COUNTS-LEFT.
    MOVE TRL-ABRT TO COUNTS-RIGHT.
    PERFORM PRINT-ONE-CHECK THRU END-PRINT-ONE-CHECK.
    MOVE 'PACKET RSD = TRAILER RSD' TO CHECK-NAME.
    MOVE TOTAL-PK-RSD TO COUNTS-LEFT.
    MOVE TRL-RSD TO COUNTS-RIGHT.
    PERFORM PRINT-ONE-CHECK THRU END-PRINT-ONE-CHECK.
    MOVE 'RUN LINES ROUTED TO PACKETS' TO CHECK-NAME.
    MOVE ROUTED-LINE-COUNT TO COUNTS-LEFT.
    MOVE DETAIL-LINE-COUNT TO COUNTS-RIGHT.
    PERFORM PRINT-ONE-CHECK THRU END-PRINT-ONE-CHECK.
    IF CSV-ON-FILE
        MOVE 'PACKET CSV ROWS = CSV FILE ROWS' TO CHECK-NAME
        MOVE TOTAL-PK-CSV TO COUNTS-LEFT
        MOVE CSV-ROW-COUNT TO COUNTS-RIGHT
        PERFORM PRINT-ONE-CHECK THRU END-PRINT-ONE-CHECK
    END-IF.
    MOVE 'PACKETS FOOTED TO OWN REQ= LINE' TO CHECK-NAME.
    MOVE FOOTED-COUNT TO COUNTS-LEFT.
    COMPUTE COUNTS-RIGHT = PACKET-COUNT - SHARED-COUNT.
    PERFORM PRINT-ONE-CHECK THRU END-PRINT-ONE-CHECK.

    IF OUT-OF-BALANCE
        WRITE OUT-LINE FROM UNBALANCED-LINE AFTER ADVANCING 1 LINE
        MOVE 8 TO RETURN-CODE
    ELSE
        WRITE OUT-LINE FROM BALANCED-LINE AFTER ADVANCING 1 LINE
    END-IF.
END-PRINT-CONTROL-REPORT. EXIT.

PRINT-ONE-PACKET-LINE.
    MOVE PK-CODE(PACKET-IX) TO CPL-CODE.
    MOVE PK-OK(PACKET-IX) TO CPL-OK.
    MOVE PK-ERR(PACKET-IX) TO CPL-ERR.
    MOVE PK-RNG(PACKET-IX) TO CPL-RNG.
    MOVE PK-ABRT(PACKET-IX) TO CPL-ABRT.
    MOVE PK-CSV-ROWS(PACKET-IX) TO CPL-CSV.
    IF PK-FOOT(PACKET-IX) IS EQUAL TO 'Y'
        MOVE 'FOOTS' TO CPL-VERDICT
    ELSE
        IF PK-FOOT(PACKET-IX) IS EQUAL TO 'S'
            MOVE 'IN *OTH' TO CPL-VERDICT
        ELSE
            MOVE 'DOES NOT FOOT' TO CPL-VERDICT
            SET OUT-OF-BALANCE TO TRUE
        END-IF
    END-IF.
    WRITE OUT-LINE FROM CONTROL-PACKET-LINE AFTER ADVANCING 1 LINE.
    IF PK-RSD(PACKET-IX) IS GREATER THAN ZERO
        MOVE PK-RSD(PACKET-IX) TO CPL-RSD
        WRITE OUT-LINE FROM CONTROL-RSD-LINE AFTER ADVANCING 1 LINE
    END-IF.
END-PRINT-ONE-PACKET-LINE. EXIT.

*> The codes that shared SQRT's catch-all entry, footed together
*> against its *OTH line.
PRINT-SHARED-LINE.
    MOVE CATCH-ALL-REQUESTOR TO CPL-CODE.
    MOVE SHARED-OK TO CPL-OK.
    MOVE SHARED-ERR TO CPL-ERR.
    MOVE SHARED-RNG TO CPL-RNG.
    MOVE SHARED-ABRT TO CPL-ABRT.
    MOVE ZERO TO CPL-CSV.
    MOVE CATCH-ALL-REQUESTOR TO SOUGHT-REQUESTOR.
    PERFORM SEEK-SUBTOTAL-CODE THRU END-SEEK-SUBTOTAL-CODE.
    IF SUBTOTAL-FOUND
            AND SHARED-OK IS EQUAL TO SB-OK(SUBTOTAL-IX)
            AND SHARED-ERR IS EQUAL TO SB-ERR(SUBTOTAL-IX)
            AND SHARED-RNG IS EQUAL TO SB-RNG(SUBTOTAL-IX)
            AND SHARED-ABRT IS EQUAL TO SB-ABRT(SUBTOTAL-IX)
            AND SHARED-RSD IS EQUAL TO SB-RSD(SUBTOTAL-IX)
        MOVE 'FOOTS' TO CPL-VERDICT
    ELSE
        MOVE 'DOES NOT FOOT' TO CPL-VERDICT
        SET OUT-OF-BALANCE TO TRUE
    END-IF.
    WRITE OUT-LINE FROM CONTROL-PACKET-LINE AFTER ADVANCING 1 LINE.
    IF SHARED-RSD IS GREATER THAN ZERO
        MOVE SHARED-RSD TO CPL-RSD
        WRITE OUT-LINE FROM CONTROL-RSD-LINE AFTER ADVANCING 1 LINE
    END-IF.
END-PRINT-SHARED-LINE. EXIT.

PRINT-ONE-CHECK.
    IF COUNTS-LEFT IS EQUAL TO COUNTS-RIGHT
        MOVE 'BALANCED' TO CHECK-VERDICT
    ELSE
        MOVE 'OUT OF BALANCE' TO CHECK-VERDICT
        SET OUT-OF-BALANCE TO TRUE
    END-IF.
    WRITE OUT-LINE FROM CHECK-LINE AFTER ADVANCING 1 LINE.
    WRITE OUT-LINE FROM COUNTS-LINE AFTER ADVANCING 1 LINE.
END-PRINT-ONE-CHECK. EXIT.

TERMINATE-RUN.
    IF REQMAST-MODE-ON
        CLOSE REQUESTOR-FILE
    END-IF.
    CLOSE STANDARD-OUTPUT.
END-TERMINATE-RUN. EXIT.
