*> sqrttrce.cob
*> Joshua Aidelman
*> 1000139
*> jaidelma@uoguelph.ca
*>
*> End-to-end trace of one request. Keyed on requestor code and
*> request reference, it puts together on one screen everything the
*> suite knows about that request, from the files it already keeps:
*>   - the request register (REQREC.cpy): the status, the date the
*>     card was edited and the reject reason if it has one, and the
*>     final disposition with the run, deck, pass, answer source and
*>     interface batch the posting run recorded;
*>   - the permanent report (SQRTRPT.TXT): every run whose report
*>     names the request, with the run number and date, the deck,
*>     main or second pass, what happened, the answer, and whether
*>     the answer came from the results master or was computed;
*>   - the run-event log (SQRTLOG.TXT): each of those runs' start
*>     time, and the intraday service's answers and rejections;
*>   - the interface control file (INTCREC.cpy) and the returned
*>     acknowledgment file: the batch the answer travelled in, and
*>     whether that batch was acknowledged, the same match SQRTIACK
*>     makes.
*> Report and log lines moved out by a period-end cutover are
*> followed into the dated archives (the SQRTCUTO naming, the file
*> name with '.' and the YYYYMM appended) for every period from the
*> month the request was edited to the month of its final
*> disposition, or to this month if it is still open.
*>
*> Prompts in a loop the way SQRTINQY does; a blank requestor ends
*> the session. Every trace shown is also appended to the printable
*> trace file (SQRTTRCE.TXT) so it can be sent to the department.
*>
*> 2026-10-15 JA  Added so a department's "where is my request"
*>                call is answered from one inquiry instead of six
*>                files.
*> 2026-10-15 JA  Shows a cancellation (status C) with the date it
*>                was cancelled, an amendment with its date, and the
*>                cancelled and amended lines from the SQRT reports.

IDENTIFICATION DIVISION.
PROGRAM-ID. SQRTTRCE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT STANDARD-OUTPUT ASSIGN TO DISPLAY.

    *> The printable copy of every trace taken, appended forever.
    SELECT TRACE-FILE ASSIGN TO DYNAMIC TRACE-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TRACE-FILE-STATUS.

    *> The keyed request register SQRTEDIT opens and SQRT disposes.
    SELECT REQUEST-FILE ASSIGN TO DYNAMIC REQUEST-FILENAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS REQ-KEY
        FILE STATUS IS REQUEST-FILE-STATUS.

    *> The permanent report, current or an archived period.
    SELECT REPORT-FILE ASSIGN TO DYNAMIC SCAN-REPORT-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REPORT-FILE-STATUS.

    *> The run-event log, current or an archived period.
    SELECT RUN-LOG-FILE ASSIGN TO DYNAMIC SCAN-LOG-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RUN-LOG-FILE-STATUS.

    *> The register of interface batches transmitted.
    SELECT INTF-CONTROL-FILE ASSIGN TO DYNAMIC INTF-CONTROL-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS INTF-CONTROL-FILE-STATUS.

    *> The receiver's acknowledgment file, as SQRTIACK reads it.
    SELECT ACK-FILE ASSIGN TO DYNAMIC ACK-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ACK-FILE-STATUS.

    SELECT PARAMETER-FILE ASSIGN TO DYNAMIC PARAMETER-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PARAMETER-FILE-STATUS.

DATA DIVISION.
FILE SECTION.

FD STANDARD-OUTPUT.
    01 OUT-LINE PICTURE X(80).

FD TRACE-FILE.
    01 TRACE-REC PICTURE X(80).

FD REQUEST-FILE.
    COPY "REQREC.cpy".

FD REPORT-FILE.
    01 RPT-LINE PICTURE X(80).

FD RUN-LOG-FILE.
    01 LOG-LINE PICTURE X(80).

FD INTF-CONTROL-FILE.
    COPY "INTCREC.cpy".

FD ACK-FILE.
    01 ACK-REC.
       02 ACK-SEQ-NO PICTURE X(06).
       02 ACK-FILL-1 PICTURE X(01).
       02 ACK-COUNT  PICTURE X(07).
       02 ACK-FILL-2 PICTURE X(66).

FD PARAMETER-FILE.
    COPY "PARMREC.cpy".

WORKING-STORAGE SECTION.

01 TRACE-FILENAME        PICTURE X(100) VALUE 'SQRTTRCE.TXT'.
01 DEFAULT-TRACE-FILENAME PICTURE X(100) VALUE SPACES.
01 REQUEST-FILENAME      PICTURE X(100) VALUE 'SQRTREQ.DAT'.
01 DEFAULT-REQUEST-FILENAME PICTURE X(100) VALUE SPACES.
01 REPORT-FILENAME       PICTURE X(100) VALUE 'SQRTRPT.TXT'.
01 DEFAULT-REPORT-FILENAME PICTURE X(100) VALUE SPACES.
01 RUN-LOG-FILENAME      PICTURE X(100) VALUE 'SQRTLOG.TXT'.
01 DEFAULT-RUN-LOG-FILENAME PICTURE X(100) VALUE SPACES.
01 INTF-CONTROL-FILENAME PICTURE X(100) VALUE 'SQRTINTC.DAT'.
01 DEFAULT-INTF-CONTROL-FILENAME PICTURE X(100) VALUE SPACES.
01 ACK-FILENAME          PICTURE X(100) VALUE 'SQRTACK.DAT'.
01 DEFAULT-ACK-FILENAME  PICTURE X(100) VALUE SPACES.
01 PARAMETER-FILENAME    PICTURE X(100) VALUE 'SQRTPARM.DAT'.
01 DEFAULT-PARAMETER-FILENAME PICTURE X(100) VALUE SPACES.

*> The report and log actually being read: the current file, or one
*> period's archive of it.
01 SCAN-REPORT-FILENAME  PICTURE X(100) VALUE SPACES.
01 SCAN-LOG-FILENAME     PICTURE X(100) VALUE SPACES.

01 TRACE-FILE-STATUS        PICTURE X(02) VALUE SPACES.
01 REQUEST-FILE-STATUS      PICTURE X(02) VALUE SPACES.
01 REPORT-FILE-STATUS       PICTURE X(02) VALUE SPACES.
01 RUN-LOG-FILE-STATUS      PICTURE X(02) VALUE SPACES.
01 INTF-CONTROL-FILE-STATUS PICTURE X(02) VALUE SPACES.
01 ACK-FILE-STATUS          PICTURE X(02) VALUE SPACES.
01 PARAMETER-FILE-STATUS    PICTURE X(02) VALUE SPACES.

01 END-OF-PARMS-SW PICTURE X(01) VALUE 'N'.
   88 END-OF-PARMS VALUE 'Y'.
01 END-OF-INQUIRY-SW PICTURE X(01) VALUE 'N'.
   88 END-OF-INQUIRY VALUE 'Y'.
01 END-OF-REPORT-SW PICTURE X(01) VALUE 'N'.
   88 END-OF-REPORT VALUE 'Y'.
01 END-OF-LOG-SW PICTURE X(01) VALUE 'N'.
   88 END-OF-LOG VALUE 'Y'.
01 END-OF-BATCHES-SW PICTURE X(01) VALUE 'N'.
   88 END-OF-BATCHES VALUE 'Y'.
01 END-OF-ACKS-SW PICTURE X(01) VALUE 'N'.
   88 END-OF-ACKS VALUE 'Y'.

*> The trace file is written unless it can't be opened, in which
*> case the traces still go to the screen.
01 TRACE-OPEN-SW PICTURE X(01) VALUE 'N'.
   88 TRACE-OPEN VALUE 'Y'.

*> Without the register the trace still reads the current report
*> and log; it just has no dates to follow into the archives.
01 REGISTER-UNAVAILABLE-SW PICTURE X(01) VALUE 'N'.
   88 REGISTER-UNAVAILABLE VALUE 'Y'.
01 REGISTER-FOUND-SW PICTURE X(01) VALUE 'N'.
   88 REGISTER-FOUND VALUE 'Y'.

*> The request being traced, and when the trace was taken.
01 TRACE-REQUESTOR   PICTURE X(04) VALUE SPACES.
01 TRACE-REQUEST-REF PICTURE X(08) VALUE SPACES.
01 TRACE-DATE        PICTURE X(08) VALUE SPACES.
01 CURRENT-TIME-X PICTURE X(08) VALUE SPACES.
01 CURRENT-TIME-PARTS REDEFINES CURRENT-TIME-X.
   02 CURRENT-HH PICTURE 9(02).
   02 CURRENT-MM PICTURE 9(02).
   02 CURRENT-SS PICTURE 9(02).
   02 CURRENT-HS PICTURE 9(02).
01 CURRENT-TIME-EDIT.
   02 EDIT-TIME-HH PICTURE 9(02).
   02 FILLER       PICTURE X(01) VALUE ':'.
   02 EDIT-TIME-MM PICTURE 9(02).
   02 FILLER       PICTURE X(01) VALUE ':'.
   02 EDIT-TIME-SS PICTURE 9(02).

*> The archived periods to follow, walked a month at a time. The
*> walk is capped so a garbled register date can't run it away.
01 ARCHIVE-RANGE-SW PICTURE X(01) VALUE 'N'.
   88 ARCHIVE-RANGE VALUE 'Y'.
01 FIRST-PERIOD-X PICTURE X(06) VALUE SPACES.
01 FIRST-PERIOD REDEFINES FIRST-PERIOD-X PICTURE 9(06).
01 LAST-PERIOD-X  PICTURE X(06) VALUE SPACES.
01 LAST-PERIOD REDEFINES LAST-PERIOD-X PICTURE 9(06).
01 SCAN-PERIOD PICTURE 9(06) VALUE ZERO.
01 SCAN-PERIOD-PARTS REDEFINES SCAN-PERIOD.
   02 SCAN-YEAR  PICTURE 9(04).
   02 SCAN-MONTH PICTURE 9(02).
01 SCAN-PERIOD-X REDEFINES SCAN-PERIOD PICTURE X(06).
01 PERIOD-WALK-COUNT PICTURE 9(03) VALUE ZERO.
01 PERIOD-WALK-MAX   PICTURE 9(03) VALUE 60.
01 ARCHIVE-READ-COUNT PICTURE 9(03) VALUE ZERO.

*> Where the report scan stands: the run whose block it is in, the
*> deck header last seen, whether the second pass has begun, and
*> the result line the detail lines under it belong to.
01 SCAN-RUN-DATE  PICTURE X(08) VALUE SPACES.
01 SCAN-RUN-SEQ   PICTURE 9(06) VALUE ZERO.
01 SCAN-DECK-ID   PICTURE X(04) VALUE SPACES.
01 SCAN-PASS      PICTURE X(06) VALUE SPACES.
01 ATTACHED-IX    PICTURE 9(02) VALUE ZERO.

*> An edited run number (Z(5)9) turned back into a number.
01 RUN-NO-WORK   PICTURE X(06) VALUE SPACES.
01 RUN-NO-WORK-N REDEFINES RUN-NO-WORK PICTURE 9(06).
01 RUN-NO-VALUE  PICTURE 9(06) VALUE ZERO.

*> Every run the request went through, kept in run-number order
*> (the batch runs and the intraday service share one numbering).
01 EVENT-TABLE-MAX PICTURE 9(02) VALUE 50.
01 EVENT-TABLE.
   02 EVENT-ENTRY OCCURS 50 TIMES.
      03 EV-RUN-SEQ PICTURE 9(06).
      03 EV-DATE    PICTURE X(08).
      03 EV-TIME    PICTURE X(08).
      03 EV-DECK-ID PICTURE X(04).
      03 EV-PASS    PICTURE X(06).
      03 EV-EVENT   PICTURE X(13).
      03 EV-SOURCE  PICTURE X(08).
      03 EV-ANSWER  PICTURE X(19).
01 NEW-EVENT.
   02 NE-RUN-SEQ PICTURE 9(06).
   02 NE-DATE    PICTURE X(08).
   02 NE-TIME    PICTURE X(08).
   02 NE-DECK-ID PICTURE X(04).
   02 NE-PASS    PICTURE X(06).
   02 NE-EVENT   PICTURE X(13).
   02 NE-SOURCE  PICTURE X(08).
   02 NE-ANSWER  PICTURE X(19).
01 EVENT-COUNT    PICTURE 9(02) VALUE ZERO.
01 EVENT-IX       PICTURE 9(02) VALUE ZERO.
01 INSERT-IX      PICTURE 9(02) VALUE ZERO.
01 EVENT-OVERFLOW PICTURE 9(03) VALUE ZERO.
01 INSERT-POINT-SW PICTURE X(01) VALUE 'N'.
   88 INSERT-POINT-FOUND VALUE 'Y'.

*> The interface batch the answer travelled in, and its ack status.
01 BATCH-FOUND-SW PICTURE X(01) VALUE 'N'.
   88 BATCH-FOUND VALUE 'Y'.
01 BATCH-ACKED-SW PICTURE X(01) VALUE 'N'.
   88 BATCH-ACKED VALUE 'Y'.
01 BATCH-DISPUTED-SW PICTURE X(01) VALUE 'N'.
   88 BATCH-DISPUTED VALUE 'Y'.
01 BATCH-DATE      PICTURE X(08) VALUE SPACES.
01 BATCH-RUN-SEQ   PICTURE 9(06) VALUE ZERO.
01 BATCH-REC-COUNT PICTURE 9(07) VALUE ZERO.
01 ACK-COUNT-N     PICTURE 9(07) VALUE ZERO.

*> What each register status and SQRTEDIT reject reason means.
01 STATUS-TEXT-VALUES.
   02 FILLER PICTURE X(41) VALUE
      'EEDITED CLEAN, WAITING FOR A RUN         '.
   02 FILLER PICTURE X(41) VALUE
      'RREJECTED BY THE EDIT, AWAITING RESUBMIT '.
   02 FILLER PICTURE X(41) VALUE
      'AANSWERED IN THE MAIN PASS               '.
   02 FILLER PICTURE X(41) VALUE
      'SANSWERED, RECOVERED BY THE SECOND PASS  '.
   02 FILLER PICTURE X(41) VALUE
      'FABORTED, UNANSWERED AFTER SECOND PASS   '.
   02 FILLER PICTURE X(41) VALUE
      'DREJECTED AT RUN TIME                    '.
   02 FILLER PICTURE X(41) VALUE
      'PANSWER WITHHELD, FAILED RESIDUAL PROOF  '.
   02 FILLER PICTURE X(41) VALUE
      'CCANCELLED BY ITS REQUESTOR BEFORE A RUN '.
01 STATUS-TEXT-TABLE REDEFINES STATUS-TEXT-VALUES.
   02 STATUS-TEXT-ENTRY OCCURS 8 TIMES.
      03 ST-CODE PICTURE X(01).
      03 ST-TEXT PICTURE X(40).
01 STATUS-TEXT-MAX PICTURE 9(02) VALUE 8.

01 REASON-TEXT-VALUES.
   02 FILLER PICTURE X(41) VALUE
      'NNON-NUMERIC DATA IN A NUMERIC FIELD     '.
   02 FILLER PICTURE X(41) VALUE
      'RVALUE ABOVE THE SAFE RANGE              '.
   02 FILLER PICTURE X(41) VALUE
      'ZZERO CARD BEFORE THE END OF THE DECK    '.
   02 FILLER PICTURE X(41) VALUE
      'OINVALID OPERATION CODE OR ROOT DEGREE   '.
   02 FILLER PICTURE X(41) VALUE
      'PINVALID PRECISION FLAG                  '.
   02 FILLER PICTURE X(41) VALUE
      'UREQUESTOR UNKNOWN OR SUSPENDED          '.
01 REASON-TEXT-TABLE REDEFINES REASON-TEXT-VALUES.
   02 REASON-TEXT-ENTRY OCCURS 6 TIMES.
      03 RT-CODE PICTURE X(01).
      03 RT-TEXT PICTURE X(40).
01 REASON-TEXT-MAX PICTURE 9(02) VALUE 6.
01 TEXT-IX         PICTURE 9(02) VALUE ZERO.

*> Each line goes to the screen and the trace file from here.
01 TRACE-LINE PICTURE X(80) VALUE SPACES.

*> Line formats to be printed

01 TITLE-LINE.
   02 FILLER PICTURE X(9)  VALUE SPACES.
   02 FILLER PICTURE X(13) VALUE 'REQUEST TRACE'.

01 UNDER-LINE.
   02 FILLER PICTURE X(44) VALUE
      '--------------------------------------------'.

01 REQUESTOR-PROMPT-LINE.
   02 FILLER PICTURE X(42) VALUE
      'Enter the requestor code (blank to exit): '.
   02 FILLER PICTURE X(38) VALUE SPACES.

01 REFERENCE-PROMPT-LINE.
   02 FILLER PICTURE X(29) VALUE 'Enter the request reference: '.
   02 FILLER PICTURE X(51) VALUE SPACES.

01 NO-REFERENCE-LINE.
   02 FILLER PICTURE X(43) VALUE
      'A request reference is needed for a trace  '.
   02 FILLER PICTURE X(37) VALUE SPACES.

01 TRACE-HEADER-LINE.
   02 FILLER          PICTURE X(07) VALUE ' TRACE '.
   02 TRH-REQUESTOR   PICTURE X(04).
   02 FILLER          PICTURE X(01) VALUE SPACE.
   02 TRH-REQUEST-REF PICTURE X(08).
   02 FILLER          PICTURE X(08) VALUE '  TAKEN '.
   02 TRH-DATE        PICTURE X(08).
   02 FILLER          PICTURE X(01) VALUE SPACE.
   02 TRH-TIME        PICTURE X(08).
   02 FILLER          PICTURE X(35) VALUE SPACES.

01 STATUS-LINE.
   02 FILLER          PICTURE X(08) VALUE ' STATUS '.
   02 STL-STATUS      PICTURE X(01).
   02 FILLER          PICTURE X(01) VALUE SPACE.
   02 STL-TEXT        PICTURE X(40).
   02 FILLER          PICTURE X(30) VALUE SPACES.

01 EDIT-LINE.
   02 FILLER          PICTURE X(08) VALUE ' EDITED '.
   02 EDL-IN-DATE     PICTURE X(08).
   02 FILLER          PICTURE X(16) VALUE '  REJECT REASON '.
   02 EDL-REASON      PICTURE X(01).
   02 FILLER          PICTURE X(01) VALUE SPACE.
   02 EDL-TEXT        PICTURE X(40).
   02 FILLER          PICTURE X(06) VALUE SPACES.

01 FINAL-LINE.
   02 FILLER          PICTURE X(07) VALUE ' FINAL '.
   02 FNL-DISP-DATE   PICTURE X(08).
   02 FILLER          PICTURE X(05) VALUE ' RUN '.
   02 FNL-RUN-SEQ     PICTURE Z(5)9.
   02 FILLER          PICTURE X(06) VALUE ' DECK '.
   02 FNL-DECK-ID     PICTURE X(04).
   02 FILLER          PICTURE X(06) VALUE ' PASS '.
   02 FNL-PASS        PICTURE X(06).
   02 FILLER          PICTURE X(08) VALUE ' ANSWER '.
   02 FNL-SOURCE      PICTURE X(08).
   02 FILLER          PICTURE X(16) VALUE SPACES.

01 CANCELLED-LINE.
   02 FILLER          PICTURE X(11) VALUE ' CANCELLED '.
   02 CNL-DISP-DATE   PICTURE X(08).
   02 FILLER          PICTURE X(36) VALUE
      '  WITHDRAWN, WILL NOT BE PROCESSED  '.
   02 FILLER          PICTURE X(25) VALUE SPACES.

01 AMENDED-LINE.
   02 FILLER          PICTURE X(09) VALUE ' AMENDED '.
   02 AML-AMEND-DATE  PICTURE X(08).
   02 FILLER          PICTURE X(43) VALUE
      '  RUN WITH THE AMENDED VALUES, NOT THE CARD'.
   02 FILLER          PICTURE X(20) VALUE SPACES.

01 STILL-OPEN-LINE.
   02 FILLER PICTURE X(25) VALUE ' NO FINAL DISPOSITION YET'.
   02 FILLER PICTURE X(55) VALUE SPACES.

01 NOT-ON-REGISTER-LINE.
   02 FILLER PICTURE X(49) VALUE
      ' NOT ON THE REQUEST REGISTER, CURRENT FILES ONLY '.
   02 FILLER PICTURE X(31) VALUE SPACES.

01 REGISTER-DOWN-LINE.
   02 FILLER PICTURE X(49) VALUE
      ' REQUEST REGISTER UNAVAILABLE, CURRENT FILES ONLY'.
   02 FILLER PICTURE X(31) VALUE SPACES.

01 HISTORY-HEADER-LINE.
   02 FILLER PICTURE X(08) VALUE '    RUN '.
   02 FILLER PICTURE X(09) VALUE 'DATE     '.
   02 FILLER PICTURE X(09) VALUE 'START    '.
   02 FILLER PICTURE X(05) VALUE 'DECK '.
   02 FILLER PICTURE X(07) VALUE 'PASS   '.
   02 FILLER PICTURE X(14) VALUE 'EVENT         '.
   02 FILLER PICTURE X(09) VALUE 'SOURCE   '.
   02 FILLER PICTURE X(19) VALUE '             ANSWER'.

*> One line per run (and pass) the request went through.
01 HISTORY-LINE.
   02 FILLER      PICTURE X(01) VALUE SPACE.
   02 HSL-RUN-SEQ PICTURE Z(5)9.
   02 FILLER      PICTURE X(01) VALUE SPACE.
   02 HSL-DATE    PICTURE X(08).
   02 FILLER      PICTURE X(01) VALUE SPACE.
   02 HSL-TIME    PICTURE X(08).
   02 FILLER      PICTURE X(01) VALUE SPACE.
   02 HSL-DECK-ID PICTURE X(04).
   02 FILLER      PICTURE X(01) VALUE SPACE.
   02 HSL-PASS    PICTURE X(06).
   02 FILLER      PICTURE X(01) VALUE SPACE.
   02 HSL-EVENT   PICTURE X(13).
   02 FILLER      PICTURE X(01) VALUE SPACE.
   02 HSL-SOURCE  PICTURE X(08).
   02 FILLER      PICTURE X(01) VALUE SPACE.
   02 HSL-ANSWER  PICTURE X(19).

01 NO-HISTORY-LINE.
   02 FILLER PICTURE X(34) VALUE ' NO RUN HAS REPORTED THIS REQUEST '.
   02 FILLER PICTURE X(46) VALUE SPACES.

01 EVENT-OVERFLOW-LINE.
   02 FILLER           PICTURE X(19) VALUE ' TRACE TABLE FULL, '.
   02 MESS-EVENT-OVER  PICTURE Z(2)9.
   02 FILLER           PICTURE X(23) VALUE ' LATER EVENTS NOT SHOWN'.
   02 FILLER           PICTURE X(35) VALUE SPACES.

01 ARCHIVES-LINE.
   02 FILLER           PICTURE X(27) VALUE ' ARCHIVED PERIODS FOLLOWED '.
   02 MESS-ARCHIVES    PICTURE Z(2)9.
   02 FILLER           PICTURE X(50) VALUE SPACES.

01 INTF-LINE.
   02 FILLER          PICTURE X(15) VALUE ' INTERFACE SEQ '.
   02 INL-SEQ-NO      PICTURE 9(06).
   02 FILLER          PICTURE X(06) VALUE ' SENT '.
   02 INL-DATE        PICTURE X(08).
   02 FILLER          PICTURE X(05) VALUE ' RUN '.
   02 INL-RUN-SEQ     PICTURE Z(5)9.
   02 FILLER          PICTURE X(06) VALUE ' RECS '.
   02 INL-REC-COUNT   PICTURE Z(6)9.
   02 FILLER          PICTURE X(21) VALUE SPACES.

01 INTF-UNKNOWN-LINE.
   02 FILLER          PICTURE X(15) VALUE ' INTERFACE SEQ '.
   02 INU-SEQ-NO      PICTURE 9(06).
   02 FILLER          PICTURE X(34) VALUE
      ' NOT ON THE INTERFACE CONTROL FILE'.
   02 FILLER          PICTURE X(25) VALUE SPACES.

01 ACK-STATUS-LINE.
   02 FILLER          PICTURE X(16) VALUE ' ACKNOWLEDGMENT '.
   02 ACL-TEXT        PICTURE X(40).
   02 FILLER          PICTURE X(24) VALUE SPACES.

01 NOT-SENT-LINE.
   02 FILLER PICTURE X(36) VALUE ' NOT SENT ON THE INTERFACE FEED     '.
   02 FILLER PICTURE X(44) VALUE SPACES.

01 END-TRACE-LINE.
   02 FILLER PICTURE X(13) VALUE ' END OF TRACE'.
   02 FILLER PICTURE X(67) VALUE SPACES.

*> Print if the trace file can't be had; traces go to the screen.
01 TRACE-OPEN-MESS.
   02 FILLER              PICTURE X(01) VALUE SPACE.
   02 FILLER              PICTURE X(11) VALUE 'TRACE FILE '.
   02 TRACE-OPEN-FILENAME PICTURE X(30).
   02 FILLER              PICTURE X(21) VALUE ' UNAVAILABLE, STATUS='.
   02 TRACE-OPEN-STATUS   PICTURE X(02).
   02 FILLER              PICTURE X(15) VALUE SPACES.

01 REGISTER-OPEN-MESS.
   02 FILLER                 PICTURE X(01) VALUE SPACE.
   02 FILLER                 PICTURE X(17) VALUE 'REQUEST REGISTER '.
   02 REGISTER-OPEN-FILENAME PICTURE X(30).
   02 FILLER                 PICTURE X(21) VALUE ' UNAVAILABLE, STATUS='.
   02 REGISTER-OPEN-STATUS   PICTURE X(02).
   02 FILLER                 PICTURE X(09) VALUE SPACES.

*> Start procedure
PROCEDURE DIVISION.
    PERFORM INITIALIZE-RUN THRU END-INITIALIZE-RUN.
    PERFORM INQUIRY-LOOP THRU END-INQUIRY-LOOP.
    PERFORM TERMINATE-RUN THRU END-TERMINATE-RUN.
    STOP RUN.

*> Resolve the file names, open the register and the trace file,
*> and print the header. Neither is essential: a trace without the
*> register reads the current files, and a trace without its file
*> still shows on the screen.
INITIALIZE-RUN.
    MOVE TRACE-FILENAME TO DEFAULT-TRACE-FILENAME.
    ACCEPT TRACE-FILENAME FROM ENVIRONMENT "SQRT-TRACE-FILE"
        ON EXCEPTION
            MOVE DEFAULT-TRACE-FILENAME TO TRACE-FILENAME
    END-ACCEPT.
    IF TRACE-FILENAME IS EQUAL TO SPACES
        MOVE DEFAULT-TRACE-FILENAME TO TRACE-FILENAME
    END-IF.
    MOVE REQUEST-FILENAME TO DEFAULT-REQUEST-FILENAME.
    ACCEPT REQUEST-FILENAME FROM ENVIRONMENT "SQRT-REQUEST-FILE"
        ON EXCEPTION
            MOVE DEFAULT-REQUEST-FILENAME TO REQUEST-FILENAME
    END-ACCEPT.
    IF REQUEST-FILENAME IS EQUAL TO SPACES
        MOVE DEFAULT-REQUEST-FILENAME TO REQUEST-FILENAME
    END-IF.
    MOVE REPORT-FILENAME TO DEFAULT-REPORT-FILENAME.
    ACCEPT REPORT-FILENAME FROM ENVIRONMENT "SQRT-REPORT-FILE"
        ON EXCEPTION
            MOVE DEFAULT-REPORT-FILENAME TO REPORT-FILENAME
    END-ACCEPT.
    IF REPORT-FILENAME IS EQUAL TO SPACES
        MOVE DEFAULT-REPORT-FILENAME TO REPORT-FILENAME
    END-IF.
    MOVE RUN-LOG-FILENAME TO DEFAULT-RUN-LOG-FILENAME.
    ACCEPT RUN-LOG-FILENAME FROM ENVIRONMENT "SQRT-RUNLOG-FILE"
        ON EXCEPTION
            MOVE DEFAULT-RUN-LOG-FILENAME TO RUN-LOG-FILENAME
    END-ACCEPT.
    IF RUN-LOG-FILENAME IS EQUAL TO SPACES
        MOVE DEFAULT-RUN-LOG-FILENAME TO RUN-LOG-FILENAME
    END-IF.
    MOVE INTF-CONTROL-FILENAME TO DEFAULT-INTF-CONTROL-FILENAME.
    ACCEPT INTF-CONTROL-FILENAME
        FROM ENVIRONMENT "SQRT-INTF-CONTROL-FILE"
        ON EXCEPTION
            MOVE DEFAULT-INTF-CONTROL-FILENAME
                TO INTF-CONTROL-FILENAME
    END-ACCEPT.
    IF INTF-CONTROL-FILENAME IS EQUAL TO SPACES
        MOVE DEFAULT-INTF-CONTROL-FILENAME TO INTF-CONTROL-FILENAME
    END-IF.
    MOVE ACK-FILENAME TO DEFAULT-ACK-FILENAME.
    ACCEPT ACK-FILENAME FROM ENVIRONMENT "SQRT-INTF-ACK-FILE"
        ON EXCEPTION
            MOVE DEFAULT-ACK-FILENAME TO ACK-FILENAME
    END-ACCEPT.
    IF ACK-FILENAME IS EQUAL TO SPACES
        MOVE DEFAULT-ACK-FILENAME TO ACK-FILENAME
    END-IF.
    PERFORM READ-PARAMETER-FILE THRU END-READ-PARAMETER-FILE.

    OPEN OUTPUT STANDARD-OUTPUT.
    WRITE OUT-LINE FROM TITLE-LINE AFTER ADVANCING 0 LINES.
    WRITE OUT-LINE FROM UNDER-LINE AFTER ADVANCING 1 LINE.

    OPEN EXTEND TRACE-FILE.
    IF TRACE-FILE-STATUS IS EQUAL TO '35'
        OPEN OUTPUT TRACE-FILE
    END-IF.
    IF TRACE-FILE-STATUS IS EQUAL TO '00'
        SET TRACE-OPEN TO TRUE
    ELSE
        MOVE TRACE-FILENAME(1:30) TO TRACE-OPEN-FILENAME
        MOVE TRACE-FILE-STATUS TO TRACE-OPEN-STATUS
        WRITE OUT-LINE FROM TRACE-OPEN-MESS AFTER ADVANCING 1 LINE
    END-IF.

    OPEN INPUT REQUEST-FILE.
    IF REQUEST-FILE-STATUS IS NOT EQUAL TO '00'
        SET REGISTER-UNAVAILABLE TO TRUE
        MOVE REQUEST-FILENAME(1:30) TO REGISTER-OPEN-FILENAME
        MOVE REQUEST-FILE-STATUS TO REGISTER-OPEN-STATUS
        WRITE OUT-LINE FROM REGISTER-OPEN-MESS AFTER ADVANCING 1 LINE
    END-IF.
END-INITIALIZE-RUN. EXIT.

*> Let the central run-parameter file name the files ahead of the
*> environment.
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
    IF PARM-KEYWORD IS EQUAL TO 'TRACE-FILE'
        MOVE PARM-VALUE TO TRACE-FILENAME
        GO TO END-APPLY-ONE-PARAMETER
    END-IF.
    IF PARM-KEYWORD IS EQUAL TO 'REQUEST-FILE'
        MOVE PARM-VALUE TO REQUEST-FILENAME
        GO TO END-APPLY-ONE-PARAMETER
    END-IF.
    IF PARM-KEYWORD IS EQUAL TO 'REPORT-FILE'
        MOVE PARM-VALUE TO REPORT-FILENAME
        GO TO END-APPLY-ONE-PARAMETER
    END-IF.
    IF PARM-KEYWORD IS EQUAL TO 'RUNLOG-FILE'
        MOVE PARM-VALUE TO RUN-LOG-FILENAME
        GO TO END-APPLY-ONE-PARAMETER
    END-IF.
    IF PARM-KEYWORD IS EQUAL TO 'INTF-CONTROL-FILE'
        MOVE PARM-VALUE TO INTF-CONTROL-FILENAME
        GO TO END-APPLY-ONE-PARAMETER
    END-IF.
    IF PARM-KEYWORD IS EQUAL TO 'INTF-ACK-FILE'
        MOVE PARM-VALUE TO ACK-FILENAME
        GO TO END-APPLY-ONE-PARAMETER
    END-IF.
END-APPLY-ONE-PARAMETER. EXIT.

*> Ask and trace until a blank requestor comes in.
INQUIRY-LOOP.
    PERFORM TRACE-ONE-REQUEST THRU END-TRACE-ONE-REQUEST
        UNTIL END-OF-INQUIRY.
END-INQUIRY-LOOP. EXIT.

*> Prompt for one requestor and reference and trace it end to end:
*> the register first, then every run in the report and log, then
*> the interface batch and its acknowledgment.
TRACE-ONE-REQUEST.
    WRITE OUT-LINE FROM REQUESTOR-PROMPT-LINE AFTER ADVANCING 1 LINE.
    MOVE SPACES TO TRACE-REQUESTOR.
    ACCEPT TRACE-REQUESTOR.
    IF TRACE-REQUESTOR IS EQUAL TO SPACES
        SET END-OF-INQUIRY TO TRUE
        GO TO END-TRACE-ONE-REQUEST
    END-IF.
    WRITE OUT-LINE FROM REFERENCE-PROMPT-LINE AFTER ADVANCING 1 LINE.
    MOVE SPACES TO TRACE-REQUEST-REF.
    ACCEPT TRACE-REQUEST-REF.
    IF TRACE-REQUEST-REF IS EQUAL TO SPACES
        WRITE OUT-LINE FROM NO-REFERENCE-LINE AFTER ADVANCING 1 LINE
        GO TO END-TRACE-ONE-REQUEST
    END-IF.

    ACCEPT TRACE-DATE FROM DATE YYYYMMDD.
    ACCEPT CURRENT-TIME-X FROM TIME.
    MOVE CURRENT-HH TO EDIT-TIME-HH.
    MOVE CURRENT-MM TO EDIT-TIME-MM.
    MOVE CURRENT-SS TO EDIT-TIME-SS.
    MOVE ZERO TO EVENT-COUNT.
    MOVE ZERO TO EVENT-OVERFLOW.
    MOVE ZERO TO ARCHIVE-READ-COUNT.
    MOVE 'N' TO ARCHIVE-RANGE-SW.
    MOVE 'N' TO REGISTER-FOUND-SW.

    MOVE UNDER-LINE TO TRACE-LINE.
    PERFORM PUT-TRACE-LINE THRU END-PUT-TRACE-LINE.
    MOVE TRACE-REQUESTOR TO TRH-REQUESTOR.
    MOVE TRACE-REQUEST-REF TO TRH-REQUEST-REF.
    MOVE TRACE-DATE TO TRH-DATE.
    MOVE CURRENT-TIME-EDIT TO TRH-TIME.
    MOVE TRACE-HEADER-LINE TO TRACE-LINE.
    PERFORM PUT-TRACE-LINE THRU END-PUT-TRACE-LINE.

    PERFORM SHOW-REGISTER-ENTRY THRU END-SHOW-REGISTER-ENTRY.
    PERFORM GATHER-REPORT-EVENTS THRU END-GATHER-REPORT-EVENTS.
    PERFORM GATHER-LOG-EVENTS THRU END-GATHER-LOG-EVENTS.
    PERFORM SHOW-RUN-HISTORY THRU END-SHOW-RUN-HISTORY.
    PERFORM SHOW-INTERFACE-BATCH THRU END-SHOW-INTERFACE-BATCH.

    MOVE END-TRACE-LINE TO TRACE-LINE.
    PERFORM PUT-TRACE-LINE THRU END-PUT-TRACE-LINE.
END-TRACE-ONE-REQUEST. EXIT.

*> One trace line to the screen and, when it is open, the trace file.
PUT-TRACE-LINE.
    WRITE OUT-LINE FROM TRACE-LINE AFTER ADVANCING 1 LINE.
    IF TRACE-OPEN
        WRITE TRACE-REC FROM TRACE-LINE
    END-IF.
END-PUT-TRACE-LINE. EXIT.

*> The register's view: status, edit date and reason, and where the
*> final disposition happened. Its dates also bound the archived
*> periods the report and log scans follow.
SHOW-REGISTER-ENTRY.
    IF REGISTER-UNAVAILABLE
        MOVE REGISTER-DOWN-LINE TO TRACE-LINE
        PERFORM PUT-TRACE-LINE THRU END-PUT-TRACE-LINE
        GO TO END-SHOW-REGISTER-ENTRY
    END-IF.
    MOVE TRACE-REQUESTOR TO REQ-REQUESTOR.
    MOVE TRACE-REQUEST-REF TO REQ-REQUEST-REF.
    READ REQUEST-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET REGISTER-FOUND TO TRUE
    END-READ.
    IF NOT REGISTER-FOUND
        MOVE NOT-ON-REGISTER-LINE TO TRACE-LINE
        PERFORM PUT-TRACE-LINE THRU END-PUT-TRACE-LINE
        GO TO END-SHOW-REGISTER-ENTRY
    END-IF.

    MOVE REQ-STATUS TO STL-STATUS.
    MOVE SPACES TO STL-TEXT.
    PERFORM FIND-STATUS-TEXT THRU END-FIND-STATUS-TEXT
        VARYING TEXT-IX FROM 1 BY 1
        UNTIL TEXT-IX IS GREATER THAN STATUS-TEXT-MAX.
    MOVE STATUS-LINE TO TRACE-LINE.
    PERFORM PUT-TRACE-LINE THRU END-PUT-TRACE-LINE.

    MOVE REQ-IN-DATE TO EDL-IN-DATE.
    MOVE REQ-REASON TO EDL-REASON.
    IF REQ-REASON IS EQUAL TO SPACE
        MOVE 'NONE' TO EDL-TEXT
    ELSE
        MOVE SPACES TO EDL-TEXT
        PERFORM FIND-REASON-TEXT THRU END-FIND-REASON-TEXT
            VARYING TEXT-IX FROM 1 BY 1
            UNTIL TEXT-IX IS GREATER THAN REASON-TEXT-MAX
    END-IF.
    MOVE EDIT-LINE TO TRACE-LINE.
    PERFORM PUT-TRACE-LINE THRU END-PUT-TRACE-LINE.

    IF REQ-AMEND-SW IS EQUAL TO 'Y'
        MOVE REQ-AMEND-DATE TO AML-AMEND-DATE
        MOVE AMENDED-LINE TO TRACE-LINE
        PERFORM PUT-TRACE-LINE THRU END-PUT-TRACE-LINE
    END-IF.

    *> A cancellation's date is when it was withdrawn; there was no
    *> run, deck or answer to show.
    IF REQ-STATUS IS EQUAL TO 'C'
        MOVE REQ-DISP-DATE TO CNL-DISP-DATE
        MOVE CANCELLED-LINE TO TRACE-LINE
        PERFORM PUT-TRACE-LINE THRU END-PUT-TRACE-LINE
    ELSE
        IF REQ-DISP-DATE IS EQUAL TO SPACES
            MOVE STILL-OPEN-LINE TO TRACE-LINE
            PERFORM PUT-TRACE-LINE THRU END-PUT-TRACE-LINE
        ELSE
            PERFORM SHOW-FINAL-DISPOSITION
                THRU END-SHOW-FINAL-DISPOSITION
        END-IF
    END-IF.

    *> Archives from the month the card was edited to the month it
    *> was disposed of, or to this month while it is still open.
    MOVE REQ-IN-DATE(1:6) TO FIRST-PERIOD-X.
    IF REQ-DISP-DATE IS EQUAL TO SPACES
        MOVE TRACE-DATE(1:6) TO LAST-PERIOD-X
    ELSE
        MOVE REQ-DISP-DATE(1:6) TO LAST-PERIOD-X
    END-IF.
    IF FIRST-PERIOD-X IS NUMERIC
            AND LAST-PERIOD-X IS NUMERIC
            AND FIRST-PERIOD IS NOT GREATER THAN LAST-PERIOD
        SET ARCHIVE-RANGE TO TRUE
    END-IF.
END-SHOW-REGISTER-ENTRY. EXIT.

FIND-STATUS-TEXT.
    IF ST-CODE(TEXT-IX) IS EQUAL TO REQ-STATUS
        MOVE ST-TEXT(TEXT-IX) TO STL-TEXT
    END-IF.
END-FIND-STATUS-TEXT. EXIT.

FIND-REASON-TEXT.
    IF RT-CODE(TEXT-IX) IS EQUAL TO REQ-REASON
        MOVE RT-TEXT(TEXT-IX) TO EDL-TEXT
    END-IF.
END-FIND-REASON-TEXT. EXIT.

*> The run, deck, pass and answer source the posting run recorded.
*> A register entry loaded from before these were kept shows the
*> date alone.
SHOW-FINAL-DISPOSITION.
    MOVE REQ-DISP-DATE TO FNL-DISP-DATE.
    IF REQ-RUN-SEQ-NO IS NUMERIC
        MOVE REQ-RUN-SEQ-NO TO FNL-RUN-SEQ
    ELSE
        MOVE ZERO TO FNL-RUN-SEQ
    END-IF.
    MOVE REQ-DECK-ID TO FNL-DECK-ID.
    MOVE SPACES TO FNL-PASS.
    IF REQ-PASS IS EQUAL TO '1'
        MOVE 'MAIN' TO FNL-PASS
    END-IF.
    IF REQ-PASS IS EQUAL TO '2'
        MOVE 'SECOND' TO FNL-PASS
    END-IF.
    IF REQ-PASS IS EQUAL TO 'I'
        MOVE 'INTRA' TO FNL-PASS
    END-IF.
    MOVE 'NONE' TO FNL-SOURCE.
    IF REQ-SOURCE IS EQUAL TO 'M'
        MOVE 'MASTER' TO FNL-SOURCE
    END-IF.
    IF REQ-SOURCE IS EQUAL TO 'C'
        MOVE 'COMPUTED' TO FNL-SOURCE
    END-IF.
    MOVE FINAL-LINE TO TRACE-LINE.
    PERFORM PUT-TRACE-LINE THRU END-PUT-TRACE-LINE.
END-SHOW-FINAL-DISPOSITION. EXIT.

*> Every report the request appears in: the archived periods in
*> order, then the current report.
GATHER-REPORT-EVENTS.
    IF ARCHIVE-RANGE
        MOVE FIRST-PERIOD TO SCAN-PERIOD
        MOVE ZERO TO PERIOD-WALK-COUNT
        PERFORM SCAN-PERIOD-REPORT THRU END-SCAN-PERIOD-REPORT
            UNTIL SCAN-PERIOD IS GREATER THAN LAST-PERIOD
               OR PERIOD-WALK-COUNT IS NOT LESS THAN PERIOD-WALK-MAX
    END-IF.
    MOVE REPORT-FILENAME TO SCAN-REPORT-FILENAME.
    PERFORM SCAN-REPORT-FILE THRU END-SCAN-REPORT-FILE.
END-GATHER-REPORT-EVENTS. EXIT.

*> One period's report archive, if the period was ever cut over.
SCAN-PERIOD-REPORT.
    MOVE SPACES TO SCAN-REPORT-FILENAME.
    STRING REPORT-FILENAME DELIMITED BY SPACE
           '.'             DELIMITED BY SIZE
           SCAN-PERIOD-X   DELIMITED BY SIZE
        INTO SCAN-REPORT-FILENAME.
    PERFORM SCAN-REPORT-FILE THRU END-SCAN-REPORT-FILE.
    IF REPORT-FILE-STATUS IS EQUAL TO '00'
        ADD 1 TO ARCHIVE-READ-COUNT
    END-IF.
    PERFORM ADVANCE-PERIOD THRU END-ADVANCE-PERIOD.
END-SCAN-PERIOD-REPORT. EXIT.

ADVANCE-PERIOD.
    ADD 1 TO PERIOD-WALK-COUNT.
    ADD 1 TO SCAN-MONTH.
    IF SCAN-MONTH IS GREATER THAN 12
        MOVE 1 TO SCAN-MONTH
        ADD 1 TO SCAN-YEAR
    END-IF.
END-ADVANCE-PERIOD. EXIT.

*> Read one report file end to end. A file that isn't there (a
*> period never cut over) is simply passed by; the open status is
*> left for the caller.
SCAN-REPORT-FILE.
    OPEN INPUT REPORT-FILE.
    IF REPORT-FILE-STATUS IS NOT EQUAL TO '00'
        GO TO END-SCAN-REPORT-FILE
    END-IF.
    MOVE 'N' TO END-OF-REPORT-SW.
    MOVE SPACES TO SCAN-RUN-DATE.
    MOVE ZERO TO SCAN-RUN-SEQ.
    MOVE SPACES TO SCAN-DECK-ID.
    MOVE 'MAIN' TO SCAN-PASS.
    MOVE ZERO TO ATTACHED-IX.
    PERFORM SCAN-ONE-REPORT-LINE THRU END-SCAN-ONE-REPORT-LINE
        UNTIL END-OF-REPORT.
    CLOSE REPORT-FILE.
    MOVE '00' TO REPORT-FILE-STATUS.
END-SCAN-REPORT-FILE. EXIT.

*> The run header, deck header and second-pass header set where the
*> scan stands; a result, error, range, abort, still-aborted or
*> withheld line naming the request (its requestor and reference in
*> the columns SQRTDIST routes on) is one event; the detail lines
*> under a result say whether it came from the master.
SCAN-ONE-REPORT-LINE.
    READ REPORT-FILE
        AT END
            SET END-OF-REPORT TO TRUE
    END-READ.
    IF END-OF-REPORT
        GO TO END-SCAN-ONE-REPORT-LINE
    END-IF.

    IF RPT-LINE(10:9) IS EQUAL TO 'RUN DATE '
        MOVE RPT-LINE(19:8) TO SCAN-RUN-DATE
        MOVE RPT-LINE(37:6) TO RUN-NO-WORK
        PERFORM CONVERT-RUN-NO THRU END-CONVERT-RUN-NO
        MOVE RUN-NO-VALUE TO SCAN-RUN-SEQ
        MOVE SPACES TO SCAN-DECK-ID
        MOVE 'MAIN' TO SCAN-PASS
        MOVE ZERO TO ATTACHED-IX
        GO TO END-SCAN-ONE-REPORT-LINE
    END-IF.
    IF RPT-LINE(1:5) IS EQUAL TO 'DECK '
        MOVE RPT-LINE(6:4) TO SCAN-DECK-ID
        MOVE ZERO TO ATTACHED-IX
        GO TO END-SCAN-ONE-REPORT-LINE
    END-IF.
    IF RPT-LINE(1:31) IS EQUAL TO 'SECOND PASS OVER ABORTED VALUES'
        MOVE 'SECOND' TO SCAN-PASS
        MOVE SPACES TO SCAN-DECK-ID
        MOVE ZERO TO ATTACHED-IX
        GO TO END-SCAN-ONE-REPORT-LINE
    END-IF.
    *> A detail line is indented four and starts with a lower-case
    *> word; an error or abort line with a small value is indented
    *> too, but by a number.
    IF RPT-LINE(1:4) IS EQUAL TO SPACES
            AND RPT-LINE(5:1) IS ALPHABETIC-LOWER
            AND RPT-LINE(5:1) IS NOT EQUAL TO SPACE
        IF ATTACHED-IX IS GREATER THAN ZERO
                AND RPT-LINE(1:18) IS EQUAL TO '    taken from res'
            MOVE 'MASTER' TO EV-SOURCE(ATTACHED-IX)
        END-IF
        GO TO END-SCAN-ONE-REPORT-LINE
    END-IF.
    MOVE ZERO TO ATTACHED-IX.

    MOVE SCAN-RUN-SEQ TO NE-RUN-SEQ.
    MOVE SCAN-RUN-DATE TO NE-DATE.
    MOVE SPACES TO NE-TIME.
    MOVE SCAN-DECK-ID TO NE-DECK-ID.
    MOVE SCAN-PASS TO NE-PASS.
    MOVE SPACES TO NE-SOURCE.
    MOVE SPACES TO NE-ANSWER.

    IF RPT-LINE(1:4) IS EQUAL TO 'The '
        IF RPT-LINE(61:1) IS EQUAL TO 'i'
            IF RPT-LINE(63:4) IS EQUAL TO TRACE-REQUESTOR
                    AND RPT-LINE(68:8) IS EQUAL TO TRACE-REQUEST-REF
                MOVE RPT-LINE(77:4) TO NE-DECK-ID
                MOVE 'IMAGINARY' TO NE-EVENT
                MOVE 'COMPUTED' TO NE-SOURCE
                MOVE RPT-LINE(43:19) TO NE-ANSWER
                PERFORM ADD-EVENT THRU END-ADD-EVENT
                MOVE INSERT-IX TO ATTACHED-IX
            END-IF
        ELSE
            IF RPT-LINE(62:4) IS EQUAL TO TRACE-REQUESTOR
                    AND RPT-LINE(67:8) IS EQUAL TO TRACE-REQUEST-REF
                MOVE RPT-LINE(76:4) TO NE-DECK-ID
                MOVE 'ANSWERED' TO NE-EVENT
                MOVE 'COMPUTED' TO NE-SOURCE
                MOVE RPT-LINE(41:19) TO NE-ANSWER
                PERFORM ADD-EVENT THRU END-ADD-EVENT
                MOVE INSERT-IX TO ATTACHED-IX
            END-IF
        END-IF
        GO TO END-SCAN-ONE-REPORT-LINE
    END-IF.

    IF RPT-LINE(67:4) IS NOT EQUAL TO TRACE-REQUESTOR
            OR RPT-LINE(72:8) IS NOT EQUAL TO TRACE-REQUEST-REF
        GO TO END-SCAN-ONE-REPORT-LINE
    END-IF.
    MOVE SPACES TO NE-EVENT.
    IF RPT-LINE(20:16) IS EQUAL TO ' is not a valid '
        MOVE 'INVALID VALUE' TO NE-EVENT
    END-IF.
    IF RPT-LINE(20:15) IS EQUAL TO ' has an invalid'
        MOVE 'INVALID OPER' TO NE-EVENT
    END-IF.
    IF RPT-LINE(20:26) IS EQUAL TO ' is outside the safe range'
        MOVE 'OUT OF RANGE' TO NE-EVENT
    END-IF.
    IF RPT-LINE(21:18) IS EQUAL TO '  ATTEMPT ABORTED,'
        MOVE 'ABORTED' TO NE-EVENT
    END-IF.
    IF RPT-LINE(21:16) IS EQUAL TO '  STILL ABORTED '
        MOVE 'STILL ABORTED' TO NE-EVENT
    END-IF.
    IF RPT-LINE(21:17) IS EQUAL TO '  FAILED RESIDUAL'
        MOVE 'RESIDUAL FAIL' TO NE-EVENT
    END-IF.
    IF RPT-LINE(20:15) IS EQUAL TO ' was cancelled '
        MOVE 'CANCELLED' TO NE-EVENT
    END-IF.
    IF RPT-LINE(20:29) IS EQUAL TO ' amended by its requestor on '
        MOVE 'AMENDED' TO NE-EVENT
    END-IF.
    IF NE-EVENT IS NOT EQUAL TO SPACES
        PERFORM ADD-EVENT THRU END-ADD-EVENT
    END-IF.
END-SCAN-ONE-REPORT-LINE. EXIT.

*> The run number as printed (Z(5)9) back to a number; anything that
*> won't convert reads as zero.
CONVERT-RUN-NO.
    INSPECT RUN-NO-WORK REPLACING LEADING SPACES BY ZEROS.
    IF RUN-NO-WORK IS NUMERIC
        MOVE RUN-NO-WORK-N TO RUN-NO-VALUE
    ELSE
        MOVE ZERO TO RUN-NO-VALUE
    END-IF.
END-CONVERT-RUN-NO. EXIT.

*> File NEW-EVENT after every event of the same or an earlier run,
*> so the history reads in run order however the files were read.
*> INSERT-IX is left on the new entry, zero if the table was full.
ADD-EVENT.
    IF EVENT-COUNT IS EQUAL TO EVENT-TABLE-MAX
        ADD 1 TO EVENT-OVERFLOW
        MOVE ZERO TO INSERT-IX
        GO TO END-ADD-EVENT
    END-IF.
    MOVE 1 TO INSERT-IX.
    MOVE 'N' TO INSERT-POINT-SW.
    PERFORM SKIP-EARLIER-EVENT THRU END-SKIP-EARLIER-EVENT
        UNTIL INSERT-POINT-FOUND
           OR INSERT-IX IS GREATER THAN EVENT-COUNT.
    PERFORM SHIFT-ONE-EVENT THRU END-SHIFT-ONE-EVENT
        VARYING EVENT-IX FROM EVENT-COUNT BY -1
        UNTIL EVENT-IX IS LESS THAN INSERT-IX.
    MOVE NEW-EVENT TO EVENT-ENTRY(INSERT-IX).
    ADD 1 TO EVENT-COUNT.
END-ADD-EVENT. EXIT.

SKIP-EARLIER-EVENT.
    IF EV-RUN-SEQ(INSERT-IX) IS GREATER THAN NE-RUN-SEQ
        SET INSERT-POINT-FOUND TO TRUE
        GO TO END-SKIP-EARLIER-EVENT
    END-IF.
    ADD 1 TO INSERT-IX.
END-SKIP-EARLIER-EVENT. EXIT.

SHIFT-ONE-EVENT.
    MOVE EVENT-ENTRY(EVENT-IX) TO EVENT-ENTRY(EVENT-IX + 1).
END-SHIFT-ONE-EVENT. EXIT.

*> The run log, archived periods then current: each batch run's
*> start time, and the intraday service's events for the request,
*> which never reach the report.
GATHER-LOG-EVENTS.
    IF ARCHIVE-RANGE
        MOVE FIRST-PERIOD TO SCAN-PERIOD
        MOVE ZERO TO PERIOD-WALK-COUNT
        PERFORM SCAN-PERIOD-LOG THRU END-SCAN-PERIOD-LOG
            UNTIL SCAN-PERIOD IS GREATER THAN LAST-PERIOD
               OR PERIOD-WALK-COUNT IS NOT LESS THAN PERIOD-WALK-MAX
    END-IF.
    MOVE RUN-LOG-FILENAME TO SCAN-LOG-FILENAME.
    PERFORM SCAN-LOG-FILE THRU END-SCAN-LOG-FILE.
END-GATHER-LOG-EVENTS. EXIT.

SCAN-PERIOD-LOG.
    MOVE SPACES TO SCAN-LOG-FILENAME.
    STRING RUN-LOG-FILENAME DELIMITED BY SPACE
           '.'              DELIMITED BY SIZE
           SCAN-PERIOD-X    DELIMITED BY SIZE
        INTO SCAN-LOG-FILENAME.
    PERFORM SCAN-LOG-FILE THRU END-SCAN-LOG-FILE.
    PERFORM ADVANCE-PERIOD THRU END-ADVANCE-PERIOD.
END-SCAN-PERIOD-LOG. EXIT.

SCAN-LOG-FILE.
    OPEN INPUT RUN-LOG-FILE.
    IF RUN-LOG-FILE-STATUS IS NOT EQUAL TO '00'
        GO TO END-SCAN-LOG-FILE
    END-IF.
    MOVE 'N' TO END-OF-LOG-SW.
    PERFORM SCAN-ONE-LOG-LINE THRU END-SCAN-ONE-LOG-LINE
        UNTIL END-OF-LOG.
    CLOSE RUN-LOG-FILE.
END-SCAN-LOG-FILE. EXIT.

*> A RUN START stamps the start time on the events of that run; an
*> intraday ANSWERED or REJECTED event for the request is an event
*> of its own, timed to the second it was serviced.
SCAN-ONE-LOG-LINE.
    READ RUN-LOG-FILE
        AT END
            SET END-OF-LOG TO TRUE
    END-READ.
    IF END-OF-LOG
        GO TO END-SCAN-ONE-LOG-LINE
    END-IF.
    IF LOG-LINE(19:4) IS NOT EQUAL TO 'RUN '
        GO TO END-SCAN-ONE-LOG-LINE
    END-IF.
    MOVE LOG-LINE(23:6) TO RUN-NO-WORK.
    PERFORM CONVERT-RUN-NO THRU END-CONVERT-RUN-NO.

    IF LOG-LINE(30:9) IS EQUAL TO 'RUN START'
        PERFORM STAMP-RUN-START THRU END-STAMP-RUN-START
            VARYING EVENT-IX FROM 1 BY 1
            UNTIL EVENT-IX IS GREATER THAN EVENT-COUNT
        GO TO END-SCAN-ONE-LOG-LINE
    END-IF.

    IF LOG-LINE(30:9) IS NOT EQUAL TO 'INTRADAY '
        GO TO END-SCAN-ONE-LOG-LINE
    END-IF.
    IF LOG-LINE(39:9) IS NOT EQUAL TO 'ANSWERED '
            AND LOG-LINE(39:9) IS NOT EQUAL TO 'REJECTED '
        GO TO END-SCAN-ONE-LOG-LINE
    END-IF.
    IF LOG-LINE(49:4) IS NOT EQUAL TO TRACE-REQUESTOR
            OR LOG-LINE(54:8) IS NOT EQUAL TO TRACE-REQUEST-REF
        GO TO END-SCAN-ONE-LOG-LINE
    END-IF.
    MOVE RUN-NO-VALUE TO NE-RUN-SEQ.
    MOVE LOG-LINE(1:8) TO NE-DATE.
    MOVE LOG-LINE(10:8) TO NE-TIME.
    MOVE SPACES TO NE-DECK-ID.
    MOVE 'INTRA' TO NE-PASS.
    MOVE LOG-LINE(39:9) TO NE-EVENT.
    MOVE SPACES TO NE-SOURCE.
    MOVE SPACES TO NE-ANSWER.
    *> The log doesn't say where an intraday answer came from; the
    *> register does for the one that was final.
    IF REGISTER-FOUND AND REQ-PASS IS EQUAL TO 'I'
        IF REQ-RUN-SEQ-NO IS EQUAL TO NE-RUN-SEQ
            IF REQ-SOURCE IS EQUAL TO 'M'
                MOVE 'MASTER' TO NE-SOURCE
            END-IF
            IF REQ-SOURCE IS EQUAL TO 'C'
                MOVE 'COMPUTED' TO NE-SOURCE
            END-IF
        END-IF
    END-IF.
    PERFORM ADD-EVENT THRU END-ADD-EVENT.
END-SCAN-ONE-LOG-LINE. EXIT.

STAMP-RUN-START.
    IF EV-RUN-SEQ(EVENT-IX) IS EQUAL TO RUN-NO-VALUE
            AND EV-DATE(EVENT-IX) IS EQUAL TO LOG-LINE(1:8)
            AND EV-TIME(EVENT-IX) IS EQUAL TO SPACES
        MOVE LOG-LINE(10:8) TO EV-TIME(EVENT-IX)
    END-IF.
END-STAMP-RUN-START. EXIT.

*> The run history, one line per run and pass, in run order.
SHOW-RUN-HISTORY.
    IF ARCHIVE-READ-COUNT IS GREATER THAN ZERO
        MOVE ARCHIVE-READ-COUNT TO MESS-ARCHIVES
        MOVE ARCHIVES-LINE TO TRACE-LINE
        PERFORM PUT-TRACE-LINE THRU END-PUT-TRACE-LINE
    END-IF.
    IF EVENT-COUNT IS EQUAL TO ZERO
        MOVE NO-HISTORY-LINE TO TRACE-LINE
        PERFORM PUT-TRACE-LINE THRU END-PUT-TRACE-LINE
        GO TO END-SHOW-RUN-HISTORY
    END-IF.
    MOVE HISTORY-HEADER-LINE TO TRACE-LINE.
    PERFORM PUT-TRACE-LINE THRU END-PUT-TRACE-LINE.
    PERFORM SHOW-ONE-EVENT THRU END-SHOW-ONE-EVENT
        VARYING EVENT-IX FROM 1 BY 1
        UNTIL EVENT-IX IS GREATER THAN EVENT-COUNT.
    IF EVENT-OVERFLOW IS GREATER THAN ZERO
        MOVE EVENT-OVERFLOW TO MESS-EVENT-OVER
        MOVE EVENT-OVERFLOW-LINE TO TRACE-LINE
        PERFORM PUT-TRACE-LINE THRU END-PUT-TRACE-LINE
    END-IF.
END-SHOW-RUN-HISTORY. EXIT.

SHOW-ONE-EVENT.
    MOVE EV-RUN-SEQ(EVENT-IX) TO HSL-RUN-SEQ.
    MOVE EV-DATE(EVENT-IX) TO HSL-DATE.
    MOVE EV-TIME(EVENT-IX) TO HSL-TIME.
    MOVE EV-DECK-ID(EVENT-IX) TO HSL-DECK-ID.
    MOVE EV-PASS(EVENT-IX) TO HSL-PASS.
    MOVE EV-EVENT(EVENT-IX) TO HSL-EVENT.
    MOVE EV-SOURCE(EVENT-IX) TO HSL-SOURCE.
    MOVE EV-ANSWER(EVENT-IX) TO HSL-ANSWER.
    MOVE HISTORY-LINE TO TRACE-LINE.
    PERFORM PUT-TRACE-LINE THRU END-PUT-TRACE-LINE.
END-SHOW-ONE-EVENT. EXIT.

*> The interface batch the final answer travelled in, from the
*> interface control file, and whether the receiver acknowledged it,
*> matched the way SQRTIACK matches: any acknowledgment for the
*> sequence number acknowledges it, and one whose count disagrees
*> with the count sent puts it in dispute.
SHOW-INTERFACE-BATCH.
    IF NOT REGISTER-FOUND
        GO TO END-SHOW-INTERFACE-BATCH
    END-IF.
    IF REQ-INTF-SEQ-NO IS NOT NUMERIC
            OR REQ-INTF-SEQ-NO IS EQUAL TO ZERO
        MOVE NOT-SENT-LINE TO TRACE-LINE
        PERFORM PUT-TRACE-LINE THRU END-PUT-TRACE-LINE
        GO TO END-SHOW-INTERFACE-BATCH
    END-IF.

    MOVE 'N' TO BATCH-FOUND-SW.
    MOVE 'N' TO BATCH-ACKED-SW.
    MOVE 'N' TO BATCH-DISPUTED-SW.
    OPEN INPUT INTF-CONTROL-FILE.
    IF INTF-CONTROL-FILE-STATUS IS EQUAL TO '00'
        MOVE 'N' TO END-OF-BATCHES-SW
        PERFORM FIND-ONE-BATCH THRU END-FIND-ONE-BATCH
            UNTIL END-OF-BATCHES
        CLOSE INTF-CONTROL-FILE
    END-IF.
    IF NOT BATCH-FOUND
        MOVE REQ-INTF-SEQ-NO TO INU-SEQ-NO
        MOVE INTF-UNKNOWN-LINE TO TRACE-LINE
        PERFORM PUT-TRACE-LINE THRU END-PUT-TRACE-LINE
        GO TO END-SHOW-INTERFACE-BATCH
    END-IF.
    MOVE REQ-INTF-SEQ-NO TO INL-SEQ-NO.
    MOVE BATCH-DATE TO INL-DATE.
    MOVE BATCH-RUN-SEQ TO INL-RUN-SEQ.
    MOVE BATCH-REC-COUNT TO INL-REC-COUNT.
    MOVE INTF-LINE TO TRACE-LINE.
    PERFORM PUT-TRACE-LINE THRU END-PUT-TRACE-LINE.

    OPEN INPUT ACK-FILE.
    IF ACK-FILE-STATUS IS EQUAL TO '00'
        MOVE 'N' TO END-OF-ACKS-SW
        PERFORM CHECK-ONE-ACK THRU END-CHECK-ONE-ACK
            UNTIL END-OF-ACKS
        CLOSE ACK-FILE
    END-IF.
    IF BATCH-DISPUTED
        MOVE 'ACKNOWLEDGED, RECORD COUNT IN DISPUTE' TO ACL-TEXT
    ELSE
        IF BATCH-ACKED
            MOVE 'ACKNOWLEDGED' TO ACL-TEXT
        ELSE
            MOVE 'NOT ACKNOWLEDGED' TO ACL-TEXT
        END-IF
    END-IF.
    MOVE ACK-STATUS-LINE TO TRACE-LINE.
    PERFORM PUT-TRACE-LINE THRU END-PUT-TRACE-LINE.
END-SHOW-INTERFACE-BATCH. EXIT.

*> The last registration of the sequence number wins, should a
*> batch ever have been cut twice.
FIND-ONE-BATCH.
    READ INTF-CONTROL-FILE
        AT END
            SET END-OF-BATCHES TO TRUE
    END-READ.
    IF END-OF-BATCHES
        GO TO END-FIND-ONE-BATCH
    END-IF.
    IF INTC-SEQ-NO IS NOT NUMERIC
            OR INTC-REC-COUNT IS NOT NUMERIC
        GO TO END-FIND-ONE-BATCH
    END-IF.
    IF INTC-SEQ-NO IS NOT EQUAL TO REQ-INTF-SEQ-NO
        GO TO END-FIND-ONE-BATCH
    END-IF.
    SET BATCH-FOUND TO TRUE.
    MOVE INTC-DATE TO BATCH-DATE.
    MOVE INTC-RUN-SEQ-NO TO BATCH-RUN-SEQ.
    MOVE INTC-REC-COUNT TO BATCH-REC-COUNT.
END-FIND-ONE-BATCH. EXIT.

CHECK-ONE-ACK.
    READ ACK-FILE
        AT END
            SET END-OF-ACKS TO TRUE
    END-READ.
    IF END-OF-ACKS
        GO TO END-CHECK-ONE-ACK
    END-IF.
    IF ACK-SEQ-NO IS NOT NUMERIC
        GO TO END-CHECK-ONE-ACK
    END-IF.
    IF ACK-SEQ-NO IS NOT EQUAL TO REQ-INTF-SEQ-NO
        GO TO END-CHECK-ONE-ACK
    END-IF.
    SET BATCH-ACKED TO TRUE.
    IF ACK-COUNT IS NUMERIC
        MOVE ACK-COUNT TO ACK-COUNT-N
        IF ACK-COUNT-N IS NOT EQUAL TO BATCH-REC-COUNT
            SET BATCH-DISPUTED TO TRUE
        END-IF
    END-IF.
END-CHECK-ONE-ACK. EXIT.

TERMINATE-RUN.
    IF NOT REGISTER-UNAVAILABLE
        CLOSE REQUEST-FILE
    END-IF.
    IF TRACE-OPEN
        CLOSE TRACE-FILE
    END-IF.
    CLOSE STANDARD-OUTPUT.
END-TERMINATE-RUN. EXIT.
