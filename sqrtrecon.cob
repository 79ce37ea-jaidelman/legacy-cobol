*>
*> End-of-run reconciliation for SQRT (sqrtbabyex.cob): given a run
*> date and run number, finds that run's summary trailer in the
*> permanent report file, proves RECS = OK + ERR + RNG + ABRT + RSD
*> + SKP (RSD being the answers withheld on a failed residual proof,
*> from the PROOF line above the trailer), proves the CSV export
*> carries exactly OK + RSD rows, and proves the
*> statistics record SQRT appended carries the same totals the
*> trailer showed. Prints a balanced / out-of-balance certificate to
*> file with the nightly sign-off, and ends with RETURN-CODE 8 when
*>                name with '.' and the run date's YYYYMM appended),
*>                so a reconciliation after month-end still finds
*>                its run.
*> 2026-10-15 JA  The trailer identity and the CSV row check now
*>                take in the answers withheld on a failed residual
*>                proof (the PROOF line's FAILED= count); a report
*>                from before the proof has no PROOF line and reads
*>                as none withheld.

IDENTIFICATION DIVISION.
PROGRAM-ID. SQRTRECON.
01 TRL-RNG   PICTURE 9(07) VALUE ZERO.
01 TRL-ABRT  PICTURE 9(07) VALUE ZERO.
01 TRL-SKP   PICTURE 9(07) VALUE ZERO.
01 TRL-RSD   PICTURE 9(07) VALUE ZERO.
01 TRL-CSV-ROWS PICTURE 9(07) VALUE ZERO.
01 TRL-TOTAL PICTURE 9(07) VALUE ZERO.

*> CSV row count, and whether the export was on file at all (a run
   02 ECHO-SKP       PICTURE Z(6)9.
   02 FILLER         PICTURE X(03) VALUE SPACES.

01 PROOF-ECHO-LINE.
   02 FILLER         PICTURE X(05) VALUE ' TRL '.
   02 FILLER         PICTURE X(04) VALUE 'RSD='.
   02 ECHO-RSD       PICTURE Z(6)9.
   02 FILLER         PICTURE X(64) VALUE SPACES.

*> One line per check: what was compared and how it came out.
01 CHECK-LINE.
   02 FILLER        PICTURE X(07) VALUE ' CHECK '.
        IF RPT-LINE(19:8) IS EQUAL TO RECON-DATE
                AND RPT-LINE(37:6) IS EQUAL TO RECON-RUNNO-EDIT
            SET IN-TARGET-RUN TO TRUE
            MOVE ZERO TO TRL-RSD
        ELSE
            MOVE 'N' TO IN-TARGET-RUN-SW
        END-IF
        GO TO END-SCAN-ONE-REPORT-LINE
    END-IF.

    IF IN-TARGET-RUN AND RPT-LINE(1:16) IS EQUAL TO ' PROOF: CHECKED='
        MOVE RPT-LINE(32:7) TO EDITED-COUNT-X
        MOVE 'N' TO PARSE-FAIL-SW
        PERFORM CONVERT-EDITED-COUNT THRU END-CONVERT-EDITED-COUNT
        MOVE CONVERTED-COUNT TO TRL-RSD
        GO TO END-SCAN-ONE-REPORT-LINE
    END-IF.

    IF IN-TARGET-RUN AND RPT-LINE(1:6) IS EQUAL TO ' RECS='
        PERFORM PARSE-SUMMARY-LINE THRU END-PARSE-SUMMARY-LINE
    END-IF.
    MOVE TRL-ABRT TO ECHO-ABRT.
    MOVE TRL-SKP TO ECHO-SKP.
    WRITE OUT-LINE FROM TRAILER-ECHO-LINE AFTER ADVANCING 1 LINE.
    MOVE TRL-RSD TO ECHO-RSD.
    WRITE OUT-LINE FROM PROOF-ECHO-LINE AFTER ADVANCING 1 LINE.

    COMPUTE TRL-TOTAL = TRL-OK + TRL-ERR + TRL-RNG + TRL-ABRT
        + TRL-RSD + TRL-SKP.
    MOVE 'RECS = OK+ERR+RNG+ABRT+RSD+SKP' TO CHECK-NAME.
    MOVE TRL-RECS TO COUNTS-LEFT.
    MOVE TRL-TOTAL TO COUNTS-RIGHT.
    IF TRL-RECS IS EQUAL TO TRL-TOTAL
    WRITE OUT-LINE FROM CHECK-LINE AFTER ADVANCING 1 LINE.
    WRITE OUT-LINE FROM COUNTS-LINE AFTER ADVANCING 1 LINE.

    *> A withheld answer still has its CSV row, flagged 'R'.
    MOVE 'CSV ROWS = OK+RSD' TO CHECK-NAME.
    COMPUTE TRL-CSV-ROWS = TRL-OK + TRL-RSD.
    IF CSV-ON-FILE
        MOVE CSV-ROW-COUNT TO COUNTS-LEFT
        MOVE TRL-CSV-ROWS TO COUNTS-RIGHT
        IF CSV-ROW-COUNT IS EQUAL TO TRL-CSV-ROWS
            MOVE 'BALANCED' TO CHECK-VERDICT
        ELSE
            MOVE 'OUT OF BALANCE' TO CHECK-VERDICT
