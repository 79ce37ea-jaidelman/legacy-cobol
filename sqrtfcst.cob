*> sqrtfcst.cob
*> Joshua Aidelman
*> 1000139
*> jaidelma@uoguelph.ca
*>
*> Batch window capacity forecast, run by the SQRTNITE night stream
*> just before the SQRT step so the night knows before it starts
*> whether tonight's deck will finish inside the window.
*>
*> Sizes the deck SQRT is about to read (the manifest's member decks
*> when one is named, the single input deck otherwise, resolved the
*> same way SQRT resolves them) by operation and precision, looks
*> every card up in the results master with the key SQRT will use,
*> so values that will hit are costed as hits rather than computes,
*> and looks every card up on the request register the way SQRT
*> does: a cancelled request is costed as a card passed over, and
*> an amended one is sized and looked up on its amended values,
*> and projects an elapsed time from the mean of the most recent
*> CHECKPOINT ... RATE nnnnn REC/MIN events in the run log. A card
*> is costed in hundredths of an ordinary square-root compute (see
*> COST-CLASS-VALUES); the projection is that cost at the recent
*> rate, started now.
*>
*> The projected end is judged against the window close in the
*> central run-parameter file (WINDOW-CLOSE, HHMM, default 0600; a
*> close earlier in the day than now is tomorrow's). The program
*> ends with a return code the stream can act on:
*>
*>   0  projected inside the window
*>   4  projected past the window close, or no projection possible
*>      (no deck to size, a deck that can't be read, no throughput
*>      history in the run log)
*>
*> Every forecast is appended to the forecast history SQRTFCST.DAT.
*> The next time the program runs, the last forecast is matched to
*> the first SQRT run the log shows starting after it, and that
*> run's RUN END elapsed time is appended beside it as the actual,
*> with the error; every actual on file feeds the accuracy line, so
*> the model's record is on every forecast. SQRT-FCST-MODE=CHECK
*> does only that matching and the accuracy line, for the morning
*> after, without sizing a deck or writing a forecast.
*>
*> 2026-10-15 JA  Added so an overrunning deck is known about before
*>                10pm instead of when someone has to DRAIN it.
*> 2026-10-15 JA  Reads the request register: a cancelled request is
*>                costed as passed over, and an amended one is
*>                classified and looked up on its amended values,
*>                as SQRT now processes them.

IDENTIFICATION DIVISION.
PROGRAM-ID. SQRTFCST.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT STANDARD-OUTPUT ASSIGN TO DISPLAY.

    *> The deck SQRT will read, or each member deck in turn.
    SELECT INPUT-CARD-FILE ASSIGN TO DYNAMIC IN-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS IN-FILE-STATUS.

    *> SQRT's manifest of member decks, when the night runs one.
    SELECT MANIFEST-FILE ASSIGN TO DYNAMIC MANIFEST-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MANIFEST-FILE-STATUS.

    *> The results master, looked up only, never updated here.
    SELECT RESULTS-FILE ASSIGN TO DYNAMIC RESULTS-FILENAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS RES-KEY
        FILE STATUS IS RESULTS-FILE-STATUS.

    *> The request register, read only for cancellations and
    *> amendments, never updated here.
    SELECT REQUEST-FILE ASSIGN TO DYNAMIC REQUEST-FILENAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS REQ-KEY
        FILE STATUS IS REQUEST-FILE-STATUS.

    *> SQRT's run-event log: the checkpoint rates and RUN END times.
    SELECT RUN-LOG-FILE ASSIGN TO DYNAMIC RUN-LOG-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RUN-LOG-FILE-STATUS.

    *> Every forecast and every actual matched to one, appended.
    SELECT FORECAST-FILE ASSIGN TO DYNAMIC FORECAST-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FORECAST-FILE-STATUS.

    SELECT PARAMETER-FILE ASSIGN TO DYNAMIC PARAMETER-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PARAMETER-FILE-STATUS.

DATA DIVISION.
FILE SECTION.

FD STANDARD-OUTPUT.
    01 OUT-LINE PICTURE X(80).

FD INPUT-CARD-FILE.
    01 IN-CARD-REC PICTURE X(80).

*> SQRT's manifest layout: deck identifier, then the deck file name.
FD MANIFEST-FILE.
    01 MANIFEST-REC.
       02 MAN-DECK-ID   PICTURE X(04).
       02 FILLER        PICTURE X(01).
       02 MAN-DECK-FILE PICTURE X(75).

FD RESULTS-FILE.
    COPY "RESREC.cpy".

FD REQUEST-FILE.
    COPY "REQREC.cpy".

FD RUN-LOG-FILE.
    01 LOG-LINE PICTURE X(80).

*> One forecast ('F') or one actual matched to the forecast before
*> it ('A'); both carry the forecast's date, time and projection.
FD FORECAST-FILE.
    01 FORECAST-REC.
       02 FC-KIND      PICTURE X(01).
          88 FC-FORECAST VALUE 'F'.
          88 FC-ACTUAL   VALUE 'A'.
       02 FC-FILL-1    PICTURE X(01).
       02 FC-DATE      PICTURE X(08).
       02 FC-FILL-2    PICTURE X(01).
       02 FC-TIME      PICTURE X(08).
       02 FC-FILL-3    PICTURE X(01).
       02 FC-PROJ-SECS PICTURE 9(06).
       02 FC-FILL-4    PICTURE X(01).
       02 FC-DETAIL    PICTURE X(53).
       02 FC-FORECAST-DETAIL REDEFINES FC-DETAIL.
          03 FC-CARDS    PICTURE 9(07).
          03 FC-FILL-5   PICTURE X(01).
          03 FC-COMPUTES PICTURE 9(07).
          03 FC-FILL-6   PICTURE X(01).
          03 FC-HITS     PICTURE 9(07).
          03 FC-FILL-7   PICTURE X(01).
          03 FC-RATE     PICTURE 9(05).
          03 FC-FILL-8   PICTURE X(01).
          03 FC-PROJ-END PICTURE X(08).
          03 FC-FILL-9   PICTURE X(01).
          03 FC-CLOSE    PICTURE X(05).
          03 FC-FILL-10  PICTURE X(01).
          03 FC-VERDICT  PICTURE X(08).
       02 FC-ACTUAL-DETAIL REDEFINES FC-DETAIL.
          03 FC-RUN-SEQ       PICTURE X(06).
          03 FC-FILL-11       PICTURE X(01).
          03 FC-ACTUAL-SECS   PICTURE 9(06).
          03 FC-FILL-12       PICTURE X(01).
          03 FC-VARIANCE-SECS PICTURE S9(06) SIGN LEADING SEPARATE.
          03 FC-FILL-13       PICTURE X(01).
          03 FC-ERROR-PCT     PICTURE 9(04)V9(01).
          03 FC-FILL-14       PICTURE X(26).

FD PARAMETER-FILE.
    COPY "PARMREC.cpy".

WORKING-STORAGE SECTION.

01 IN-FILENAME        PICTURE X(100) VALUE SPACES.
01 MANIFEST-FILENAME  PICTURE X(100) VALUE SPACES.
01 RESULTS-FILENAME   PICTURE X(100) VALUE 'SQRTRESM.DAT'.
01 DEFAULT-RESULTS-FILENAME PICTURE X(100) VALUE SPACES.
01 REQUEST-FILENAME   PICTURE X(100) VALUE 'SQRTREQ.DAT'.
01 DEFAULT-REQUEST-FILENAME PICTURE X(100) VALUE SPACES.
01 RUN-LOG-FILENAME   PICTURE X(100) VALUE 'SQRTLOG.TXT'.
01 DEFAULT-RUN-LOG-FILENAME PICTURE X(100) VALUE SPACES.
01 FORECAST-FILENAME  PICTURE X(100) VALUE 'SQRTFCST.DAT'.
01 DEFAULT-FORECAST-FILENAME PICTURE X(100) VALUE SPACES.
01 PARAMETER-FILENAME PICTURE X(100) VALUE 'SQRTPARM.DAT'.
01 DEFAULT-PARAMETER-FILENAME PICTURE X(100) VALUE SPACES.

01 IN-FILE-STATUS        PICTURE X(02) VALUE SPACES.
01 MANIFEST-FILE-STATUS  PICTURE X(02) VALUE SPACES.
01 RESULTS-FILE-STATUS   PICTURE X(02) VALUE SPACES.
01 REQUEST-FILE-STATUS   PICTURE X(02) VALUE SPACES.
01 RUN-LOG-FILE-STATUS   PICTURE X(02) VALUE SPACES.
01 FORECAST-FILE-STATUS  PICTURE X(02) VALUE SPACES.
01 PARAMETER-FILE-STATUS PICTURE X(02) VALUE SPACES.

01 END-OF-PARMS-SW PICTURE X(01) VALUE 'N'.
   88 END-OF-PARMS VALUE 'Y'.
01 END-OF-MANIFEST-SW PICTURE X(01) VALUE 'N'.
   88 END-OF-MANIFEST VALUE 'Y'.
01 END-OF-DECK-SW PICTURE X(01) VALUE 'N'.
   88 END-OF-DECK VALUE 'Y'.
01 END-OF-LOG-SW PICTURE X(01) VALUE 'N'.
   88 END-OF-LOG VALUE 'Y'.
01 END-OF-FORECASTS-SW PICTURE X(01) VALUE 'N'.
   88 END-OF-FORECASTS VALUE 'Y'.

*> CHECK matches and reports only; anything else forecasts.
01 FCST-MODE-PARM PICTURE X(08) VALUE SPACES.
01 CHECK-ONLY-SW PICTURE X(01) VALUE 'N'.
   88 CHECK-ONLY VALUE 'Y'.

*> The card being sized, in SQRT's own layout.
COPY "INCARD.cpy".

*> SQRT's run settings that decide the key a card looks up and
*> whether it is computed at all, taken from the same environment
*> variables and parameter keywords SQRT takes them from.
01 IMAGINARY-MODE-PARM PICTURE X(01) VALUE SPACE.
01 MASTER-MODE-PARM    PICTURE X(01) VALUE SPACE.
01 PRECISION-MODE-PARM PICTURE X(01) VALUE SPACE.
01 TOLERANCE-PARM      PICTURE X(05) VALUE SPACES.
01 TOLERANCE-PARM-V    REDEFINES TOLERANCE-PARM PICTURE V9(05).
01 HP-TOLERANCE-PARM   PICTURE X(12) VALUE SPACES.
01 HP-TOLERANCE-PARM-V REDEFINES HP-TOLERANCE-PARM PICTURE V9(12).
01 PARM-11-X PICTURE X(11) VALUE SPACES.
01 PARM-11-V REDEFINES PARM-11-X PICTURE 9(11).

01 DEFAULT-TOLERANCE    PICTURE V9(5) VALUE 0.001.
01 RUN-TOLERANCE        PICTURE V9(5) VALUE ZERO.
01 DEFAULT-HP-TOLERANCE PICTURE V9(12) VALUE 0.000000001.
01 HP-RUN-TOLERANCE     PICTURE V9(12) VALUE ZERO.
01 RESOLVED-DIFF        PICTURE V9(12) VALUE ZERO.
01 MAX-SAFE-Z PICTURE 9(11)V9(6) VALUE 9000000000.000000.

01 IMAGINARY-MODE-SW PICTURE X(01) VALUE 'N'.
   88 IMAGINARY-MODE-ON VALUE 'Y'.
01 MASTER-MODE-SW PICTURE X(01) VALUE 'Y'.
   88 MASTER-MODE-ON VALUE 'Y'.
01 HP-RUN-MODE-SW PICTURE X(01) VALUE 'N'.
   88 HP-RUN-MODE-ON VALUE 'Y'.
01 HP-RECORD-SW PICTURE X(01) VALUE 'N'.
   88 HP-RECORD VALUE 'Y'.

*> The card resolved the way SQRT resolves it.
01 CARD-ROOT-N   PICTURE 9(02) VALUE ZERO.
01 CARD-KEY-Z    PICTURE 9(11)V9(6) VALUE ZERO.
01 CARD-CLASS-IX PICTURE 9(01) VALUE ZERO.
01 CARD-COMPUTABLE-SW PICTURE X(01) VALUE 'N'.
   88 CARD-COMPUTABLE VALUE 'Y'.
01 ODD-DEGREE-WORK PICTURE 9(02) VALUE ZERO.
01 ODD-DEGREE-REM  PICTURE 9(01) VALUE ZERO.

*> The six costing classes, operation by precision, with the cost of
*> one compute in hundredths of an ordinary square root. A master
*> hit, a card SQRT will turn away without computing, and a
*> cancelled request SQRT passes over, cost HIT-COST whatever its
*> class.
01 COST-CLASS-VALUES.
   02 FILLER PICTURE X(15) VALUE 'SQUARE  STD 100'.
   02 FILLER PICTURE X(15) VALUE 'SQUARE  HIGH300'.
   02 FILLER PICTURE X(15) VALUE 'CUBE    STD 125'.
   02 FILLER PICTURE X(15) VALUE 'CUBE    HIGH375'.
   02 FILLER PICTURE X(15) VALUE 'NTH ROOTSTD 150'.
   02 FILLER PICTURE X(15) VALUE 'NTH ROOTHIGH450'.
01 COST-CLASS-TABLE REDEFINES COST-CLASS-VALUES.
   02 COST-CLASS OCCURS 6 TIMES.
      03 CC-OPERATION PICTURE X(08).
      03 CC-PRECISION PICTURE X(04).
      03 CC-COST      PICTURE 9(03).
01 COST-CLASS-MAX PICTURE 9(01) VALUE 6.
01 HIT-COST       PICTURE 9(03) VALUE 10.

*> Tonight's deck sized by class.
01 SIZE-TABLE.
   02 SIZE-ENTRY OCCURS 6 TIMES.
      03 SZ-CARDS    PICTURE 9(07).
      03 SZ-HITS     PICTURE 9(07).
      03 SZ-COMPUTES PICTURE 9(07).
01 SIZE-IX PICTURE 9(01) VALUE ZERO.
01 TOTAL-CARDS    PICTURE 9(07) VALUE ZERO.
01 TOTAL-HITS     PICTURE 9(07) VALUE ZERO.
01 TOTAL-COMPUTES PICTURE 9(07) VALUE ZERO.
01 OTHER-CARDS    PICTURE 9(07) VALUE ZERO.
01 CANCELLED-CARDS PICTURE 9(07) VALUE ZERO.
01 AMENDED-CARDS  PICTURE 9(07) VALUE ZERO.
01 DECK-CARDS     PICTURE 9(07) VALUE ZERO.
01 CURRENT-DECK-ID PICTURE X(04) VALUE SPACES.
01 WORK-UNITS     PICTURE 9(11) VALUE ZERO.

*> Why there is no projection, if there isn't one.
01 DECK-STATE-SW PICTURE X(01) VALUE 'Y'.
   88 DECK-SIZED      VALUE 'Y'.
   88 DECK-NOT-NAMED  VALUE 'N'.
   88 DECK-UNREADABLE VALUE 'U'.
01 MASTER-STATE-SW PICTURE X(01) VALUE 'N'.
   88 MASTER-OPEN VALUE 'Y'.
01 REGISTER-STATE-SW PICTURE X(01) VALUE 'N'.
   88 REGISTER-OPEN VALUE 'Y'.
01 CARD-CANCELLED-SW PICTURE X(01) VALUE 'N'.
   88 CARD-CANCELLED VALUE 'Y'.

*> The most recent checkpoint rates in the run log, kept round-robin.
01 RATE-WINDOW-MAX PICTURE 9(02) VALUE 20.
01 RATE-TABLE.
   02 RATE-ENTRY PICTURE 9(05) OCCURS 20 TIMES.
01 RATE-IX       PICTURE 9(02) VALUE ZERO.
01 RATE-SEEN     PICTURE 9(02) VALUE ZERO.
01 RATE-TOTAL    PICTURE 9(07) VALUE ZERO.
01 RECENT-RATE   PICTURE 9(05) VALUE ZERO.

*> One run-log record broken out at SQRT's LOG-EVENT-LINE offsets.
01 LOG-IMAGE PICTURE X(80) VALUE SPACES.
01 LOG-IMAGE-FIELDS REDEFINES LOG-IMAGE.
   02 FL-LOG-DATE    PICTURE X(08).
   02 FILLER         PICTURE X(01).
   02 FL-LOG-TIME    PICTURE X(08).
   02 FILLER         PICTURE X(05).
   02 FL-LOG-RUN-SEQ PICTURE X(06).
   02 FILLER         PICTURE X(01).
   02 FL-LOG-TEXT    PICTURE X(48).
   02 FILLER         PICTURE X(03).
01 LOG-CHECKPOINT-FIELDS REDEFINES LOG-IMAGE.
   02 FILLER         PICTURE X(29).
   02 FL-CP-WORDS    PICTURE X(21).
   02 FILLER         PICTURE X(13).
   02 FL-CP-RATE     PICTURE X(05).
   02 FILLER         PICTURE X(12).
01 LOG-RUN-END-FIELDS REDEFINES LOG-IMAGE.
   02 FILLER         PICTURE X(29).
   02 FL-END-WORDS   PICTURE X(17).
   02 FL-END-HH      PICTURE X(02).
   02 FILLER         PICTURE X(01).
   02 FL-END-MM      PICTURE X(02).
   02 FILLER         PICTURE X(01).
   02 FL-END-SS      PICTURE X(02).
   02 FILLER         PICTURE X(26).
01 LOG-ELAPSED-HH PICTURE 9(02) VALUE ZERO.
01 LOG-ELAPSED-MM PICTURE 9(02) VALUE ZERO.
01 LOG-ELAPSED-SS PICTURE 9(02) VALUE ZERO.
01 RATE-X PICTURE X(05) VALUE SPACES.
01 RATE-V REDEFINES RATE-X PICTURE 9(05).

*> The last forecast on file, while it waits for its actual.
01 PENDING-SW PICTURE X(01) VALUE 'N'.
   88 FORECAST-PENDING VALUE 'Y'.
01 PENDING-DATE      PICTURE X(08) VALUE SPACES.
01 PENDING-TIME      PICTURE X(08) VALUE SPACES.
01 PENDING-PROJ-SECS PICTURE 9(06) VALUE ZERO.
01 MATCH-STATE-SW PICTURE X(01) VALUE 'N'.
   88 MATCH-NONE    VALUE 'N'.
   88 MATCH-STARTED VALUE 'S'.
   88 MATCH-ENDED   VALUE 'E'.
01 MATCH-RUN-SEQ     PICTURE X(06) VALUE SPACES.
01 MATCH-ACTUAL-SECS PICTURE 9(06) VALUE ZERO.
01 VARIANCE-SECS     PICTURE S9(06) VALUE ZERO.
01 ERROR-PCT         PICTURE 9(04)V9(01) VALUE ZERO.
01 SIGNED-ERROR-PCT  PICTURE S9(04)V9(01) VALUE ZERO.

*> Accuracy over every actual on file.
01 CHECKED-COUNT    PICTURE 9(05) VALUE ZERO.
01 WITHIN-TEN-COUNT PICTURE 9(05) VALUE ZERO.
01 ERROR-PCT-TOTAL  PICTURE 9(09)V9(01) VALUE ZERO.
01 MEAN-ERROR-PCT   PICTURE 9(04)V9(01) VALUE ZERO.

*> Window close as keyed (HHMM) and as seconds after midnight.
01 WINDOW-CLOSE-PARM PICTURE X(04) VALUE SPACES.
01 WINDOW-CLOSE-PARTS REDEFINES WINDOW-CLOSE-PARM.
   02 WINDOW-CLOSE-HH PICTURE 9(02).
   02 WINDOW-CLOSE-MM PICTURE 9(02).
01 CLOSE-HH   PICTURE 9(02) VALUE 06.
01 CLOSE-MM   PICTURE 9(02) VALUE 00.
01 CLOSE-SECS PICTURE 9(06) VALUE ZERO.

*> The projection itself, in seconds from now.
01 PROJ-SECS     PICTURE 9(06) VALUE ZERO.
01 START-SECS    PICTURE 9(06) VALUE ZERO.
01 END-SECS      PICTURE 9(06) VALUE ZERO.
01 MAX-PROJ-SECS PICTURE 9(06) VALUE 359999.
01 FORECAST-STATUS PICTURE 9(01) VALUE ZERO.
01 FORECAST-VERDICT PICTURE X(08) VALUE SPACES.

*> Seconds turned back into HH:MM:SS for print and for the record.
01 CONVERT-SECS   PICTURE 9(06) VALUE ZERO.
01 CONVERT-REM    PICTURE 9(04) VALUE ZERO.
01 CLOCK-EDIT.
   02 CLOCK-HH PICTURE 9(02).
   02 FILLER   PICTURE X(01) VALUE ':'.
   02 CLOCK-MM PICTURE 9(02).
   02 FILLER   PICTURE X(01) VALUE ':'.
   02 CLOCK-SS PICTURE 9(02).
01 CLOSE-EDIT.
   02 CLOSE-EDIT-HH PICTURE 9(02).
   02 FILLER        PICTURE X(01) VALUE ':'.
   02 CLOSE-EDIT-MM PICTURE 9(02).

*> Today's date and the wall clock.
01 FORECAST-DATE PICTURE X(08) VALUE SPACES.
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

*> Line formats to be printed

01 TITLE-LINE.
   02 FILLER PICTURE X(9)  VALUE SPACES.
   02 FILLER PICTURE X(30) VALUE 'BATCH WINDOW CAPACITY FORECAST'.

01 UNDER-LINE.
   02 FILLER PICTURE X(44) VALUE
      '--------------------------------------------'.

01 INPUT-LINE.
   02 FILLER         PICTURE X(07) VALUE ' INPUT '.
   02 INPUT-IDENT    PICTURE X(60).
   02 FILLER         PICTURE X(13) VALUE SPACES.

01 DECK-LINE.
   02 FILLER         PICTURE X(07) VALUE ' DECK  '.
   02 DKL-DECK-ID    PICTURE X(04).
   02 FILLER         PICTURE X(07) VALUE ' CARDS='.
   02 DKL-CARDS      PICTURE Z(6)9.
   02 FILLER         PICTURE X(55) VALUE SPACES.

01 SIZE-HEADER-LINE.
   02 FILLER PICTURE X(44) VALUE
      ' CLASS            CARDS     HITS  COMPUTES  '.
   02 FILLER PICTURE X(36) VALUE SPACES.

01 SIZE-LINE.
   02 FILLER         PICTURE X(01) VALUE SPACE.
   02 SZL-OPERATION  PICTURE X(08).
   02 FILLER         PICTURE X(01) VALUE SPACE.
   02 SZL-PRECISION  PICTURE X(04).
   02 FILLER         PICTURE X(02) VALUE SPACES.
   02 SZL-CARDS      PICTURE Z(6)9.
   02 FILLER         PICTURE X(02) VALUE SPACES.
   02 SZL-HITS       PICTURE Z(6)9.
   02 FILLER         PICTURE X(03) VALUE SPACES.
   02 SZL-COMPUTES   PICTURE Z(6)9.
   02 FILLER         PICTURE X(38) VALUE SPACES.

01 OTHER-LINE.
   02 FILLER         PICTURE X(16) VALUE ' NOT COMPUTED   '.
   02 OTL-CARDS      PICTURE Z(6)9.
   02 FILLER         PICTURE X(57) VALUE SPACES.

01 TOTAL-LINE.
   02 FILLER         PICTURE X(16) VALUE ' TOTAL          '.
   02 TTL-CARDS      PICTURE Z(6)9.
   02 FILLER         PICTURE X(02) VALUE SPACES.
   02 TTL-HITS       PICTURE Z(6)9.
   02 FILLER         PICTURE X(03) VALUE SPACES.
   02 TTL-COMPUTES   PICTURE Z(6)9.
   02 FILLER         PICTURE X(38) VALUE SPACES.

01 CANCELLED-LINE.
   02 FILLER         PICTURE X(16) VALUE ' CANCELLED      '.
   02 CNL-CARDS      PICTURE Z(6)9.
   02 FILLER         PICTURE X(57) VALUE SPACES.

01 AMENDED-LINE.
   02 FILLER         PICTURE X(16) VALUE ' AMENDED        '.
   02 AML-CARDS      PICTURE Z(6)9.
   02 FILLER         PICTURE X(28) VALUE
      ' (SIZED ON AMENDED VALUES)  '.
   02 FILLER         PICTURE X(29) VALUE SPACES.

01 NO-REGISTER-LINE.
   02 FILLER PICTURE X(47) VALUE
      ' REQUEST REGISTER NOT AVAILABLE, CARDS SIZED AS'.
   02 FILLER PICTURE X(08) VALUE ' PUNCHED'.
   02 FILLER PICTURE X(25) VALUE SPACES.

01 NO-MASTER-LINE.
   02 FILLER PICTURE X(47) VALUE
      ' RESULTS MASTER NOT IN USE, EVERY CARD COMPUTES'.
   02 FILLER PICTURE X(33) VALUE SPACES.

01 RATE-LINE.
   02 FILLER         PICTURE X(07) VALUE ' RATE  '.
   02 RTL-RATE       PICTURE Z(4)9.
   02 FILLER         PICTURE X(23) VALUE ' REC/MIN, MEAN OF LAST '.
   02 RTL-SEEN       PICTURE Z9.
   02 FILLER         PICTURE X(12) VALUE ' CHECKPOINTS'.
   02 FILLER         PICTURE X(31) VALUE SPACES.

01 PROJECTION-LINE.
   02 FILLER         PICTURE X(07) VALUE ' START '.
   02 PJL-START      PICTURE X(08).
   02 FILLER         PICTURE X(10) VALUE '  ELAPSED '.
   02 PJL-ELAPSED    PICTURE X(08).
   02 FILLER         PICTURE X(06) VALUE '  END '.
   02 PJL-END        PICTURE X(08).
   02 FILLER         PICTURE X(08) VALUE '  CLOSE '.
   02 PJL-CLOSE      PICTURE X(05).
   02 FILLER         PICTURE X(20) VALUE SPACES.

*> Last forecast against the run it predicted.
01 CHECKED-LINE.
   02 FILLER         PICTURE X(11) VALUE ' CHECKED   '.
   02 CKL-DATE       PICTURE X(08).
   02 FILLER         PICTURE X(05) VALUE ' RUN '.
   02 CKL-RUN-SEQ    PICTURE X(06).
   02 FILLER         PICTURE X(06) VALUE ' FCST '.
   02 CKL-PROJ       PICTURE X(08).
   02 FILLER         PICTURE X(08) VALUE ' ACTUAL '.
   02 CKL-ACTUAL     PICTURE X(08).
   02 FILLER         PICTURE X(05) VALUE ' ERR '.
   02 CKL-ERROR-PCT  PICTURE -(4)9.9.
   02 FILLER         PICTURE X(01) VALUE '%'.
   02 FILLER         PICTURE X(07) VALUE SPACES.

01 NOT-RUN-LINE.
   02 FILLER         PICTURE X(18) VALUE ' LAST FORECAST OF '.
   02 NRL-DATE       PICTURE X(08).
   02 FILLER         PICTURE X(01) VALUE SPACE.
   02 NRL-TIME       PICTURE X(08).
   02 FILLER         PICTURE X(01) VALUE SPACE.
   02 NRL-STATE      PICTURE X(30).
   02 FILLER         PICTURE X(14) VALUE SPACES.

01 ACCURACY-LINE.
   02 FILLER         PICTURE X(11) VALUE ' ACCURACY  '.
   02 ACL-CHECKED    PICTURE Z(4)9.
   02 FILLER         PICTURE X(25) VALUE ' FORECASTS CHECKED, MEAN '.
   02 FILLER         PICTURE X(06) VALUE 'ERROR '.
   02 ACL-MEAN       PICTURE Z(3)9.9.
   02 FILLER         PICTURE X(15) VALUE '%, WITHIN 10%: '.
   02 ACL-WITHIN     PICTURE Z(4)9.
   02 FILLER         PICTURE X(07) VALUE SPACES.

01 NO-ACCURACY-LINE.
   02 FILLER PICTURE X(40) VALUE
      ' ACCURACY  NO FORECAST CHECKED ON FILE  '.
   02 FILLER PICTURE X(40) VALUE SPACES.

01 BAD-PARM-MESS.
   02 FILLER        PICTURE X(01) VALUE SPACE.
   02 BAD-PARM-NAME PICTURE X(21).
   02 FILLER        PICTURE X(44) VALUE
      ' MUST BE HHMM, ZERO-PADDED; DEFAULT USED    '.
   02 FILLER        PICTURE X(14) VALUE SPACES.

01 STATUS-WITHIN-LINE.
   02 FILLER PICTURE X(42) VALUE
      ' FORECAST: INSIDE THE WINDOW              '.
   02 FILLER PICTURE X(38) VALUE SPACES.

01 STATUS-OVERRUN-LINE.
   02 FILLER PICTURE X(42) VALUE
      ' FORECAST: PROJECTED END PAST WINDOW CLOSE'.
   02 FILLER PICTURE X(38) VALUE SPACES.

01 STATUS-NO-RATE-LINE.
   02 FILLER PICTURE X(42) VALUE
      ' FORECAST: NO CHECKPOINT RATE IN RUN LOG, '.
   02 FILLER PICTURE X(14) VALUE 'NOT PROJECTED '.
   02 FILLER PICTURE X(24) VALUE SPACES.

01 STATUS-NO-DECK-LINE.
   02 FILLER PICTURE X(42) VALUE
      ' FORECAST: NO BATCH DECK NAMED, NOT PROJEC'.
   02 FILLER PICTURE X(04) VALUE 'TED '.
   02 FILLER PICTURE X(34) VALUE SPACES.

01 STATUS-BAD-DECK-LINE.
   02 FILLER PICTURE X(42) VALUE
      ' FORECAST: DECK UNREADABLE, NOT PROJECTED '.
   02 FILLER PICTURE X(38) VALUE SPACES.

01 STATUS-CHECK-LINE.
   02 FILLER PICTURE X(42) VALUE
      ' CHECK ONLY, NO FORECAST MADE             '.
   02 FILLER PICTURE X(38) VALUE SPACES.

*> Start procedure
PROCEDURE DIVISION.
    PERFORM INITIALIZE-RUN THRU END-INITIALIZE-RUN.
    PERFORM READ-FORECAST-HISTORY THRU END-READ-FORECAST-HISTORY.
    PERFORM SCAN-RUN-LOG THRU END-SCAN-RUN-LOG.
    PERFORM CHECK-LAST-FORECAST THRU END-CHECK-LAST-FORECAST.
    IF NOT CHECK-ONLY
        PERFORM SIZE-THE-DECK THRU END-SIZE-THE-DECK
        PERFORM PROJECT-THE-RUN THRU END-PROJECT-THE-RUN
        PERFORM WRITE-FORECAST-RECORD THRU END-WRITE-FORECAST-RECORD
    END-IF.
    PERFORM TERMINATE-RUN THRU END-TERMINATE-RUN.
    STOP RUN.

*> Resolve every file and setting the way SQRT does, then open the
*> report.
INITIALIZE-RUN.
    ACCEPT IN-FILENAME FROM ENVIRONMENT "SQRT-INPUT-FILE".
    ACCEPT MANIFEST-FILENAME FROM ENVIRONMENT "SQRT-MANIFEST-FILE".
    ACCEPT IMAGINARY-MODE-PARM FROM ENVIRONMENT "SQRT-IMAGINARY".
    ACCEPT MASTER-MODE-PARM FROM ENVIRONMENT "SQRT-MASTER-MODE".
    ACCEPT TOLERANCE-PARM FROM ENVIRONMENT "SQRT-TOLERANCE".
    ACCEPT PRECISION-MODE-PARM FROM ENVIRONMENT "SQRT-PRECISION".
    ACCEPT HP-TOLERANCE-PARM FROM ENVIRONMENT "SQRT-HP-TOLERANCE".
    ACCEPT WINDOW-CLOSE-PARM FROM ENVIRONMENT "SQRT-WINDOW-CLOSE".
    ACCEPT FCST-MODE-PARM FROM ENVIRONMENT "SQRT-FCST-MODE".
    MOVE RUN-LOG-FILENAME TO DEFAULT-RUN-LOG-FILENAME.
    ACCEPT RUN-LOG-FILENAME FROM ENVIRONMENT "SQRT-RUNLOG-FILE"
        ON EXCEPTION
            MOVE DEFAULT-RUN-LOG-FILENAME TO RUN-LOG-FILENAME
    END-ACCEPT.
    IF RUN-LOG-FILENAME IS EQUAL TO SPACES
        MOVE DEFAULT-RUN-LOG-FILENAME TO RUN-LOG-FILENAME
    END-IF.
    MOVE RESULTS-FILENAME TO DEFAULT-RESULTS-FILENAME.
    ACCEPT RESULTS-FILENAME FROM ENVIRONMENT "SQRT-RESULTS-FILE"
        ON EXCEPTION
            MOVE DEFAULT-RESULTS-FILENAME TO RESULTS-FILENAME
    END-ACCEPT.
    IF RESULTS-FILENAME IS EQUAL TO SPACES
        MOVE DEFAULT-RESULTS-FILENAME TO RESULTS-FILENAME
    END-IF.
    MOVE REQUEST-FILENAME TO DEFAULT-REQUEST-FILENAME.
    ACCEPT REQUEST-FILENAME FROM ENVIRONMENT "SQRT-REQUEST-FILE"
        ON EXCEPTION
            MOVE DEFAULT-REQUEST-FILENAME TO REQUEST-FILENAME
    END-ACCEPT.
    IF REQUEST-FILENAME IS EQUAL TO SPACES
        MOVE DEFAULT-REQUEST-FILENAME TO REQUEST-FILENAME
    END-IF.
    MOVE FORECAST-FILENAME TO DEFAULT-FORECAST-FILENAME.
    ACCEPT FORECAST-FILENAME FROM ENVIRONMENT "SQRT-FCST-FILE"
        ON EXCEPTION
            MOVE DEFAULT-FORECAST-FILENAME TO FORECAST-FILENAME
    END-ACCEPT.
    IF FORECAST-FILENAME IS EQUAL TO SPACES
        MOVE DEFAULT-FORECAST-FILENAME TO FORECAST-FILENAME
    END-IF.
    PERFORM READ-PARAMETER-FILE THRU END-READ-PARAMETER-FILE.

    ACCEPT FORECAST-DATE FROM DATE YYYYMMDD.
    PERFORM GET-CURRENT-TIME THRU END-GET-CURRENT-TIME.
    COMPUTE START-SECS = (CURRENT-HH * 3600)
        + (CURRENT-MM * 60) + CURRENT-SS.

    IF FCST-MODE-PARM IS EQUAL TO 'CHECK   '
        SET CHECK-ONLY TO TRUE
    END-IF.
    IF IMAGINARY-MODE-PARM IS EQUAL TO 'Y'
        SET IMAGINARY-MODE-ON TO TRUE
    END-IF.
    IF MASTER-MODE-PARM IS EQUAL TO 'N'
        MOVE 'N' TO MASTER-MODE-SW
    END-IF.
    IF PRECISION-MODE-PARM IS EQUAL TO 'H'
        SET HP-RUN-MODE-ON TO TRUE
    END-IF.
    IF TOLERANCE-PARM IS NOT EQUAL TO SPACES
            AND TOLERANCE-PARM IS NUMERIC
        MOVE TOLERANCE-PARM-V TO RUN-TOLERANCE
    END-IF.
    MOVE DEFAULT-HP-TOLERANCE TO HP-RUN-TOLERANCE.
    IF HP-TOLERANCE-PARM IS NOT EQUAL TO SPACES
            AND HP-TOLERANCE-PARM IS NUMERIC
        MOVE HP-TOLERANCE-PARM-V TO HP-RUN-TOLERANCE
    END-IF.

    OPEN OUTPUT STANDARD-OUTPUT.
    WRITE OUT-LINE FROM TITLE-LINE AFTER ADVANCING 0 LINES.
    WRITE OUT-LINE FROM UNDER-LINE AFTER ADVANCING 1 LINE.

    IF WINDOW-CLOSE-PARM IS NOT EQUAL TO SPACES
        IF WINDOW-CLOSE-PARM IS NUMERIC
                AND WINDOW-CLOSE-HH IS LESS THAN 24
                AND WINDOW-CLOSE-MM IS LESS THAN 60
            MOVE WINDOW-CLOSE-HH TO CLOSE-HH
            MOVE WINDOW-CLOSE-MM TO CLOSE-MM
        ELSE
            MOVE 'WINDOW-CLOSE         ' TO BAD-PARM-NAME
            WRITE OUT-LINE FROM BAD-PARM-MESS AFTER ADVANCING 1 LINE
        END-IF
    END-IF.
    MOVE CLOSE-HH TO CLOSE-EDIT-HH.
    MOVE CLOSE-MM TO CLOSE-EDIT-MM.
    COMPUTE CLOSE-SECS = (CLOSE-HH * 3600) + (CLOSE-MM * 60).
    IF CLOSE-SECS IS NOT GREATER THAN START-SECS
        ADD 86400 TO CLOSE-SECS
    END-IF.
END-INITIALIZE-RUN. EXIT.

*> The central run-parameter file wins over the environment, the
*> same as it does for SQRT.
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
    IF PARM-KEYWORD IS EQUAL TO SPACES
            OR PARM-KEYWORD(1:1) IS EQUAL TO '*'
            OR PARM-VALUE IS EQUAL TO SPACES
        GO TO END-APPLY-ONE-PARAMETER
    END-IF.
    IF PARM-KEYWORD IS EQUAL TO 'INPUT-FILE'
        MOVE PARM-VALUE TO IN-FILENAME
        GO TO END-APPLY-ONE-PARAMETER
    END-IF.
    IF PARM-KEYWORD IS EQUAL TO 'MANIFEST-FILE'
        MOVE PARM-VALUE TO MANIFEST-FILENAME
        GO TO END-APPLY-ONE-PARAMETER
    END-IF.
    IF PARM-KEYWORD IS EQUAL TO 'RESULTS-FILE'
        MOVE PARM-VALUE TO RESULTS-FILENAME
        GO TO END-APPLY-ONE-PARAMETER
    END-IF.
    IF PARM-KEYWORD IS EQUAL TO 'REQUEST-FILE'
        MOVE PARM-VALUE TO REQUEST-FILENAME
        GO TO END-APPLY-ONE-PARAMETER
    END-IF.
    IF PARM-KEYWORD IS EQUAL TO 'RUNLOG-FILE'
        MOVE PARM-VALUE TO RUN-LOG-FILENAME
        GO TO END-APPLY-ONE-PARAMETER
    END-IF.
    IF PARM-KEYWORD IS EQUAL TO 'FCST-FILE'
        MOVE PARM-VALUE TO FORECAST-FILENAME
        GO TO END-APPLY-ONE-PARAMETER
    END-IF.
    IF PARM-KEYWORD IS EQUAL TO 'WINDOW-CLOSE'
        MOVE PARM-VALUE(1:4) TO WINDOW-CLOSE-PARM
        GO TO END-APPLY-ONE-PARAMETER
    END-IF.
    IF PARM-KEYWORD IS EQUAL TO 'IMAGINARY'
        MOVE PARM-VALUE(1:1) TO IMAGINARY-MODE-PARM
        GO TO END-APPLY-ONE-PARAMETER
    END-IF.
    IF PARM-KEYWORD IS EQUAL TO 'MASTER-MODE'
        MOVE PARM-VALUE(1:1) TO MASTER-MODE-PARM
        GO TO END-APPLY-ONE-PARAMETER
    END-IF.
    IF PARM-KEYWORD IS EQUAL TO 'PRECISION'
        MOVE PARM-VALUE(1:1) TO PRECISION-MODE-PARM
        GO TO END-APPLY-ONE-PARAMETER
    END-IF.
    IF PARM-KEYWORD IS EQUAL TO 'TOLERANCE'
        MOVE PARM-VALUE(1:5) TO TOLERANCE-PARM
        GO TO END-APPLY-ONE-PARAMETER
    END-IF.
    IF PARM-KEYWORD IS EQUAL TO 'HP-TOLERANCE'
        MOVE PARM-VALUE(1:12) TO HP-TOLERANCE-PARM
        GO TO END-APPLY-ONE-PARAMETER
    END-IF.
    IF PARM-KEYWORD IS EQUAL TO 'MAX-SAFE-Z'
        MOVE PARM-VALUE(1:11) TO PARM-11-X
        IF PARM-11-X IS NUMERIC
                AND PARM-VALUE(12:49) IS EQUAL TO SPACES
                AND PARM-11-V IS GREATER THAN ZERO
            MOVE PARM-11-V TO MAX-SAFE-Z
        END-IF
        GO TO END-APPLY-ONE-PARAMETER
    END-IF.
END-APPLY-ONE-PARAMETER. EXIT.

*> Every actual on file counts toward the accuracy line; the last
*> forecast, if no actual follows it yet, is the one to match now.
*> A forecast that made no projection has nothing to be matched to.
READ-FORECAST-HISTORY.
    OPEN INPUT FORECAST-FILE.
    IF FORECAST-FILE-STATUS IS NOT EQUAL TO '00'
        GO TO END-READ-FORECAST-HISTORY
    END-IF.
    PERFORM READ-ONE-FORECAST THRU END-READ-ONE-FORECAST
        UNTIL END-OF-FORECASTS.
    CLOSE FORECAST-FILE.
END-READ-FORECAST-HISTORY. EXIT.

READ-ONE-FORECAST.
    READ FORECAST-FILE
        AT END
            SET END-OF-FORECASTS TO TRUE
    END-READ.
    IF END-OF-FORECASTS
        GO TO END-READ-ONE-FORECAST
    END-IF.
    IF FC-FORECAST
        MOVE 'N' TO PENDING-SW
        IF FC-VERDICT IS EQUAL TO 'INSIDE  '
                OR FC-VERDICT IS EQUAL TO 'OVERRUN '
            SET FORECAST-PENDING TO TRUE
            MOVE FC-DATE TO PENDING-DATE
            MOVE FC-TIME TO PENDING-TIME
            MOVE FC-PROJ-SECS TO PENDING-PROJ-SECS
        END-IF
        GO TO END-READ-ONE-FORECAST
    END-IF.
    IF FC-ACTUAL
        MOVE 'N' TO PENDING-SW
        IF FC-ERROR-PCT IS NUMERIC
            MOVE FC-ERROR-PCT TO ERROR-PCT
            PERFORM COUNT-ONE-ACTUAL THRU END-COUNT-ONE-ACTUAL
        END-IF
    END-IF.
END-READ-ONE-FORECAST. EXIT.

COUNT-ONE-ACTUAL.
    ADD 1 TO CHECKED-COUNT.
    ADD ERROR-PCT TO ERROR-PCT-TOTAL.
    IF ERROR-PCT IS NOT GREATER THAN 10
        ADD 1 TO WITHIN-TEN-COUNT
    END-IF.
END-COUNT-ONE-ACTUAL. EXIT.

*> One pass of the run log: keep the latest checkpoint rates, and
*> find the first SQRT run that started after the pending forecast
*> and the RUN END that run logged.
SCAN-RUN-LOG.
    OPEN INPUT RUN-LOG-FILE.
    IF RUN-LOG-FILE-STATUS IS NOT EQUAL TO '00'
        GO TO END-SCAN-RUN-LOG
    END-IF.
    PERFORM SCAN-ONE-LOG-EVENT THRU END-SCAN-ONE-LOG-EVENT
        UNTIL END-OF-LOG.
    CLOSE RUN-LOG-FILE.
    IF RATE-SEEN IS GREATER THAN ZERO
        MOVE ZERO TO RATE-TOTAL
        PERFORM ADD-ONE-RATE THRU END-ADD-ONE-RATE
            VARYING RATE-IX FROM 1 BY 1
            UNTIL RATE-IX IS GREATER THAN RATE-SEEN
        COMPUTE RECENT-RATE ROUNDED = RATE-TOTAL / RATE-SEEN
    END-IF.
END-SCAN-RUN-LOG. EXIT.

SCAN-ONE-LOG-EVENT.
    READ RUN-LOG-FILE INTO LOG-IMAGE
        AT END
            SET END-OF-LOG TO TRUE
    END-READ.
    IF END-OF-LOG
        GO TO END-SCAN-ONE-LOG-EVENT
    END-IF.
    IF FL-CP-WORDS IS EQUAL TO 'CHECKPOINT AT RECORD '
        PERFORM NOTE-CHECKPOINT-RATE THRU END-NOTE-CHECKPOINT-RATE
        GO TO END-SCAN-ONE-LOG-EVENT
    END-IF.
    IF NOT FORECAST-PENDING
        GO TO END-SCAN-ONE-LOG-EVENT
    END-IF.
    IF MATCH-NONE
            AND FL-LOG-TEXT(1:9) IS EQUAL TO 'RUN START'
        IF FL-LOG-DATE IS GREATER THAN PENDING-DATE
                OR (FL-LOG-DATE IS EQUAL TO PENDING-DATE
                    AND FL-LOG-TIME IS NOT LESS THAN PENDING-TIME)
            SET MATCH-STARTED TO TRUE
            MOVE FL-LOG-RUN-SEQ TO MATCH-RUN-SEQ
        END-IF
        GO TO END-SCAN-ONE-LOG-EVENT
    END-IF.
    IF MATCH-STARTED
            AND FL-END-WORDS IS EQUAL TO 'RUN END, ELAPSED '
            AND FL-LOG-RUN-SEQ IS EQUAL TO MATCH-RUN-SEQ
            AND FL-END-HH IS NUMERIC
            AND FL-END-MM IS NUMERIC
            AND FL-END-SS IS NUMERIC
        SET MATCH-ENDED TO TRUE
        MOVE FL-END-HH TO LOG-ELAPSED-HH
        MOVE FL-END-MM TO LOG-ELAPSED-MM
        MOVE FL-END-SS TO LOG-ELAPSED-SS
        COMPUTE MATCH-ACTUAL-SECS = (3600 * LOG-ELAPSED-HH)
            + (60 * LOG-ELAPSED-MM) + LOG-ELAPSED-SS
    END-IF.
END-SCAN-ONE-LOG-EVENT. EXIT.

*> A usable rate goes into the next slot round the window; a zero
*> (no time passed) or the overflow marker tells nothing.
NOTE-CHECKPOINT-RATE.
    MOVE FL-CP-RATE TO RATE-X.
    INSPECT RATE-X REPLACING LEADING SPACES BY ZEROS.
    IF RATE-X IS NOT NUMERIC
        GO TO END-NOTE-CHECKPOINT-RATE
    END-IF.
    IF RATE-V IS EQUAL TO ZERO OR RATE-V IS EQUAL TO 99999
        GO TO END-NOTE-CHECKPOINT-RATE
    END-IF.
    ADD 1 TO RATE-IX.
    IF RATE-IX IS GREATER THAN RATE-WINDOW-MAX
        MOVE 1 TO RATE-IX
    END-IF.
    MOVE RATE-V TO RATE-ENTRY(RATE-IX).
    IF RATE-SEEN IS LESS THAN RATE-WINDOW-MAX
        ADD 1 TO RATE-SEEN
    END-IF.
END-NOTE-CHECKPOINT-RATE. EXIT.

ADD-ONE-RATE.
    ADD RATE-ENTRY(RATE-IX) TO RATE-TOTAL.
END-ADD-ONE-RATE. EXIT.

*> The pending forecast against its run: a finished run gets its
*> actual appended and printed; otherwise say why there isn't one.
CHECK-LAST-FORECAST.
    IF NOT FORECAST-PENDING
        GO TO PRINT-ACCURACY
    END-IF.
    IF NOT MATCH-ENDED
        MOVE PENDING-DATE TO NRL-DATE
        MOVE PENDING-TIME TO NRL-TIME
        IF MATCH-STARTED
            MOVE 'HAS NO RUN END IN THE LOG YET ' TO NRL-STATE
        ELSE
            MOVE 'HAS NO SQRT RUN AFTER IT YET  ' TO NRL-STATE
        END-IF
        WRITE OUT-LINE FROM NOT-RUN-LINE AFTER ADVANCING 1 LINE
        GO TO PRINT-ACCURACY
    END-IF.

    COMPUTE VARIANCE-SECS = MATCH-ACTUAL-SECS - PENDING-PROJ-SECS.
    IF MATCH-ACTUAL-SECS IS GREATER THAN ZERO
        COMPUTE SIGNED-ERROR-PCT ROUNDED =
            (VARIANCE-SECS * 100) / MATCH-ACTUAL-SECS
            ON SIZE ERROR
                MOVE 9999.9 TO SIGNED-ERROR-PCT
        END-COMPUTE
    ELSE
        IF PENDING-PROJ-SECS IS GREATER THAN ZERO
            MOVE -9999.9 TO SIGNED-ERROR-PCT
        ELSE
            MOVE ZERO TO SIGNED-ERROR-PCT
        END-IF
    END-IF.
    MOVE SIGNED-ERROR-PCT TO ERROR-PCT.
    PERFORM COUNT-ONE-ACTUAL THRU END-COUNT-ONE-ACTUAL.

    OPEN EXTEND FORECAST-FILE.
    IF FORECAST-FILE-STATUS IS EQUAL TO '35'
        OPEN OUTPUT FORECAST-FILE
    END-IF.
    IF FORECAST-FILE-STATUS IS EQUAL TO '00'
        MOVE SPACES TO FORECAST-REC
        MOVE 'A' TO FC-KIND
        MOVE PENDING-DATE TO FC-DATE
        MOVE PENDING-TIME TO FC-TIME
        MOVE PENDING-PROJ-SECS TO FC-PROJ-SECS
        MOVE MATCH-RUN-SEQ TO FC-RUN-SEQ
        MOVE MATCH-ACTUAL-SECS TO FC-ACTUAL-SECS
        MOVE VARIANCE-SECS TO FC-VARIANCE-SECS
        MOVE ERROR-PCT TO FC-ERROR-PCT
        WRITE FORECAST-REC
        CLOSE FORECAST-FILE
    END-IF.

    MOVE PENDING-DATE TO CKL-DATE.
    MOVE MATCH-RUN-SEQ TO CKL-RUN-SEQ.
    MOVE PENDING-PROJ-SECS TO CONVERT-SECS.
    PERFORM CONVERT-TO-CLOCK THRU END-CONVERT-TO-CLOCK.
    MOVE CLOCK-EDIT TO CKL-PROJ.
    MOVE MATCH-ACTUAL-SECS TO CONVERT-SECS.
    PERFORM CONVERT-TO-CLOCK THRU END-CONVERT-TO-CLOCK.
    MOVE CLOCK-EDIT TO CKL-ACTUAL.
    MOVE SIGNED-ERROR-PCT TO CKL-ERROR-PCT.
    WRITE OUT-LINE FROM CHECKED-LINE AFTER ADVANCING 1 LINE.

PRINT-ACCURACY.
    IF CHECKED-COUNT IS EQUAL TO ZERO
        WRITE OUT-LINE FROM NO-ACCURACY-LINE AFTER ADVANCING 1 LINE
        GO TO END-CHECK-LAST-FORECAST
    END-IF.
    COMPUTE MEAN-ERROR-PCT ROUNDED = ERROR-PCT-TOTAL / CHECKED-COUNT.
    MOVE CHECKED-COUNT TO ACL-CHECKED.
    MOVE MEAN-ERROR-PCT TO ACL-MEAN.
    MOVE WITHIN-TEN-COUNT TO ACL-WITHIN.
    WRITE OUT-LINE FROM ACCURACY-LINE AFTER ADVANCING 1 LINE.
END-CHECK-LAST-FORECAST. EXIT.

*> Read tonight's deck, or every member deck of the manifest, card
*> by card; a manifest wins over a single deck, as it does in SQRT.
SIZE-THE-DECK.
    PERFORM ZERO-SIZE-ENTRY THRU END-ZERO-SIZE-ENTRY
        VARYING SIZE-IX FROM 1 BY 1
        UNTIL SIZE-IX IS GREATER THAN COST-CLASS-MAX.
    IF MANIFEST-FILENAME IS NOT EQUAL TO SPACES
        MOVE MANIFEST-FILENAME(1:60) TO INPUT-IDENT
    ELSE
        MOVE IN-FILENAME(1:60) TO INPUT-IDENT
    END-IF.
    IF MANIFEST-FILENAME IS EQUAL TO SPACES
            AND IN-FILENAME IS EQUAL TO SPACES
        SET DECK-NOT-NAMED TO TRUE
        GO TO END-SIZE-THE-DECK
    END-IF.
    WRITE OUT-LINE FROM INPUT-LINE AFTER ADVANCING 1 LINE.

    IF MASTER-MODE-ON
        OPEN INPUT RESULTS-FILE
        IF RESULTS-FILE-STATUS IS EQUAL TO '00'
            SET MASTER-OPEN TO TRUE
        END-IF
    END-IF.
    OPEN INPUT REQUEST-FILE.
    IF REQUEST-FILE-STATUS IS EQUAL TO '00'
        SET REGISTER-OPEN TO TRUE
    END-IF.

    IF MANIFEST-FILENAME IS NOT EQUAL TO SPACES
        OPEN INPUT MANIFEST-FILE
        IF MANIFEST-FILE-STATUS IS NOT EQUAL TO '00'
            SET DECK-UNREADABLE TO TRUE
        ELSE
            PERFORM SIZE-ONE-MEMBER-DECK
                THRU END-SIZE-ONE-MEMBER-DECK
                UNTIL END-OF-MANIFEST OR DECK-UNREADABLE
            CLOSE MANIFEST-FILE
        END-IF
    ELSE
        MOVE SPACES TO CURRENT-DECK-ID
        PERFORM SIZE-ONE-DECK THRU END-SIZE-ONE-DECK
    END-IF.

    IF MASTER-OPEN
        CLOSE RESULTS-FILE
    END-IF.
    IF REGISTER-OPEN
        CLOSE REQUEST-FILE
    END-IF.
    IF DECK-UNREADABLE
        GO TO END-SIZE-THE-DECK
    END-IF.

    WRITE OUT-LINE FROM SIZE-HEADER-LINE AFTER ADVANCING 1 LINE.
    PERFORM PRINT-ONE-SIZE-ENTRY THRU END-PRINT-ONE-SIZE-ENTRY
        VARYING SIZE-IX FROM 1 BY 1
        UNTIL SIZE-IX IS GREATER THAN COST-CLASS-MAX.
    IF OTHER-CARDS IS GREATER THAN ZERO
        MOVE OTHER-CARDS TO OTL-CARDS
        WRITE OUT-LINE FROM OTHER-LINE AFTER ADVANCING 1 LINE
    END-IF.
    IF CANCELLED-CARDS IS GREATER THAN ZERO
        MOVE CANCELLED-CARDS TO CNL-CARDS
        WRITE OUT-LINE FROM CANCELLED-LINE AFTER ADVANCING 1 LINE
    END-IF.
    IF AMENDED-CARDS IS GREATER THAN ZERO
        MOVE AMENDED-CARDS TO AML-CARDS
        WRITE OUT-LINE FROM AMENDED-LINE AFTER ADVANCING 1 LINE
    END-IF.
    MOVE TOTAL-CARDS TO TTL-CARDS.
    MOVE TOTAL-HITS TO TTL-HITS.
    MOVE TOTAL-COMPUTES TO TTL-COMPUTES.
    WRITE OUT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
    IF NOT MASTER-OPEN
        WRITE OUT-LINE FROM NO-MASTER-LINE AFTER ADVANCING 1 LINE
    END-IF.
    IF NOT REGISTER-OPEN
        WRITE OUT-LINE FROM NO-REGISTER-LINE AFTER ADVANCING 1 LINE
    END-IF.
END-SIZE-THE-DECK. EXIT.

ZERO-SIZE-ENTRY.
    MOVE ZERO TO SZ-CARDS(SIZE-IX).
    MOVE ZERO TO SZ-HITS(SIZE-IX).
    MOVE ZERO TO SZ-COMPUTES(SIZE-IX).
END-ZERO-SIZE-ENTRY. EXIT.

*> One manifest record: a blank deck file is passed over, as SQRT
*> passes it over; a deck that can't be opened leaves nothing to
*> forecast, since SQRT will fail on it too.
SIZE-ONE-MEMBER-DECK.
    READ MANIFEST-FILE
        AT END
            SET END-OF-MANIFEST TO TRUE
    END-READ.
    IF END-OF-MANIFEST
        GO TO END-SIZE-ONE-MEMBER-DECK
    END-IF.
    IF MAN-DECK-FILE IS EQUAL TO SPACES
        GO TO END-SIZE-ONE-MEMBER-DECK
    END-IF.
    MOVE SPACES TO IN-FILENAME.
    MOVE MAN-DECK-FILE TO IN-FILENAME.
    MOVE MAN-DECK-ID TO CURRENT-DECK-ID.
    PERFORM SIZE-ONE-DECK THRU END-SIZE-ONE-DECK.
END-SIZE-ONE-MEMBER-DECK. EXIT.

SIZE-ONE-DECK.
    OPEN INPUT INPUT-CARD-FILE.
    IF IN-FILE-STATUS IS NOT EQUAL TO '00'
        SET DECK-UNREADABLE TO TRUE
        GO TO END-SIZE-ONE-DECK
    END-IF.
    MOVE 'N' TO END-OF-DECK-SW.
    MOVE ZERO TO DECK-CARDS.
    PERFORM SIZE-ONE-CARD THRU END-SIZE-ONE-CARD
        UNTIL END-OF-DECK.
    CLOSE INPUT-CARD-FILE.
    IF MANIFEST-FILENAME IS NOT EQUAL TO SPACES
        MOVE CURRENT-DECK-ID TO DKL-DECK-ID
        MOVE DECK-CARDS TO DKL-CARDS
        WRITE OUT-LINE FROM DECK-LINE AFTER ADVANCING 1 LINE
    END-IF.
END-SIZE-ONE-DECK. EXIT.

*> One card, classified and looked up the way SQRT will treat it. A
*> zero card ends the deck, as it does in SQRT. A cancelled request
*> is passed over at HIT-COST; an amended one is sized on its
*> amended values.
SIZE-ONE-CARD.
    READ INPUT-CARD-FILE INTO IN-CARD
        AT END
            SET END-OF-DECK TO TRUE
    END-READ.
    IF END-OF-DECK
        GO TO END-SIZE-ONE-CARD
    END-IF.
    IF IN-Z IS NUMERIC AND IN-Z IS EQUAL TO ZERO
        SET END-OF-DECK TO TRUE
        GO TO END-SIZE-ONE-CARD
    END-IF.
    ADD 1 TO DECK-CARDS.
    ADD 1 TO TOTAL-CARDS.
    PERFORM CHECK-REQUEST-CHANGES THRU END-CHECK-REQUEST-CHANGES.
    IF CARD-CANCELLED
        ADD 1 TO CANCELLED-CARDS
        GO TO END-SIZE-ONE-CARD
    END-IF.
    PERFORM CLASSIFY-CARD THRU END-CLASSIFY-CARD.
    IF NOT CARD-COMPUTABLE
        ADD 1 TO OTHER-CARDS
        GO TO END-SIZE-ONE-CARD
    END-IF.
    ADD 1 TO SZ-CARDS(CARD-CLASS-IX).
    IF MASTER-OPEN
        MOVE CARD-KEY-Z TO RES-KEY-Z
        MOVE RESOLVED-DIFF TO RES-KEY-DIFF
        MOVE CARD-ROOT-N TO RES-KEY-ROOT-N
        READ RESULTS-FILE
            INVALID KEY
                ADD 1 TO SZ-COMPUTES(CARD-CLASS-IX)
                ADD 1 TO TOTAL-COMPUTES
            NOT INVALID KEY
                ADD 1 TO SZ-HITS(CARD-CLASS-IX)
                ADD 1 TO TOTAL-HITS
        END-READ
    ELSE
        ADD 1 TO SZ-COMPUTES(CARD-CLASS-IX)
        ADD 1 TO TOTAL-COMPUTES
    END-IF.
END-SIZE-ONE-CARD. EXIT.

*> The card's register entry, read the way SQRT reads it before
*> processing: status C is a cancellation SQRT passes over, and an
*> amendment replaces the card's values with the amended ones.
CHECK-REQUEST-CHANGES.
    MOVE 'N' TO CARD-CANCELLED-SW.
    IF NOT REGISTER-OPEN
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
        SET CARD-CANCELLED TO TRUE
        GO TO END-CHECK-REQUEST-CHANGES
    END-IF.
    IF REQ-AMEND-SW IS EQUAL TO 'Y'
        MOVE REQ-AMEND-Z TO IN-Z
        MOVE REQ-AMEND-DIFF TO IN-DIFF
        MOVE REQ-AMEND-OPER TO IN-OPER
        MOVE REQ-AMEND-ROOT-N TO IN-ROOT-N
        MOVE REQ-AMEND-PREC TO IN-PREC
        MOVE REQ-AMEND-HP-DIFF TO IN-HP-DIFF
        ADD 1 TO AMENDED-CARDS
    END-IF.
END-CHECK-REQUEST-CHANGES. EXIT.

*> SQRT's tolerance, operation and sign rules, reduced to the key it
*> will look up and the class it costs in; a card SQRT will turn
*> away before computing is not computable here either.
CLASSIFY-CARD.
    MOVE 'N' TO CARD-COMPUTABLE-SW.
    IF IN-Z IS NOT NUMERIC
        GO TO END-CLASSIFY-CARD
    END-IF.
    MOVE 'N' TO HP-RECORD-SW.
    IF IN-PREC IS EQUAL TO 'H' OR HP-RUN-MODE-ON
        SET HP-RECORD TO TRUE
    END-IF.
    IF IN-DIFF IS NUMERIC AND IN-DIFF IS NOT EQUAL TO ZERO
        MOVE IN-DIFF TO RESOLVED-DIFF
    ELSE
        IF HP-RECORD
            IF IN-HP-DIFF IS NUMERIC
                    AND IN-HP-DIFF IS NOT EQUAL TO ZERO
                MOVE IN-HP-DIFF TO RESOLVED-DIFF
            ELSE
                MOVE HP-RUN-TOLERANCE TO RESOLVED-DIFF
            END-IF
        ELSE
            IF RUN-TOLERANCE IS NOT EQUAL TO ZERO
                MOVE RUN-TOLERANCE TO RESOLVED-DIFF
            ELSE
                MOVE DEFAULT-TOLERANCE TO RESOLVED-DIFF
            END-IF
        END-IF
    END-IF.

    IF IN-OPER IS EQUAL TO SPACE OR IN-OPER IS EQUAL TO 'S'
        MOVE 2 TO CARD-ROOT-N
        MOVE 1 TO CARD-CLASS-IX
    ELSE
        IF IN-OPER IS EQUAL TO 'C'
            MOVE 3 TO CARD-ROOT-N
            MOVE 3 TO CARD-CLASS-IX
        ELSE
            IF IN-OPER IS EQUAL TO 'N'
                    AND IN-ROOT-N IS NUMERIC
                    AND IN-ROOT-N IS NOT LESS THAN 2
                MOVE IN-ROOT-N TO CARD-ROOT-N
                MOVE 5 TO CARD-CLASS-IX
            ELSE
                GO TO END-CLASSIFY-CARD
            END-IF
        END-IF
    END-IF.
    IF HP-RECORD
        ADD 1 TO CARD-CLASS-IX
    END-IF.

    IF IN-Z IS GREATER THAN ZERO
        IF IN-Z IS GREATER THAN MAX-SAFE-Z
            GO TO END-CLASSIFY-CARD
        END-IF
        MOVE IN-Z TO CARD-KEY-Z
        SET CARD-COMPUTABLE TO TRUE
        GO TO END-CLASSIFY-CARD
    END-IF.
    DIVIDE CARD-ROOT-N BY 2 GIVING ODD-DEGREE-WORK
        REMAINDER ODD-DEGREE-REM.
    IF ODD-DEGREE-REM IS NOT EQUAL TO 1
            AND NOT (IMAGINARY-MODE-ON AND CARD-ROOT-N IS EQUAL TO 2)
        GO TO END-CLASSIFY-CARD
    END-IF.
    IF (IN-Z * -1) IS GREATER THAN MAX-SAFE-Z
        GO TO END-CLASSIFY-CARD
    END-IF.
    COMPUTE CARD-KEY-Z = IN-Z * -1.
    SET CARD-COMPUTABLE TO TRUE.
END-CLASSIFY-CARD. EXIT.

PRINT-ONE-SIZE-ENTRY.
    IF SZ-CARDS(SIZE-IX) IS EQUAL TO ZERO
        GO TO END-PRINT-ONE-SIZE-ENTRY
    END-IF.
    MOVE CC-OPERATION(SIZE-IX) TO SZL-OPERATION.
    MOVE CC-PRECISION(SIZE-IX) TO SZL-PRECISION.
    MOVE SZ-CARDS(SIZE-IX) TO SZL-CARDS.
    MOVE SZ-HITS(SIZE-IX) TO SZL-HITS.
    MOVE SZ-COMPUTES(SIZE-IX) TO SZL-COMPUTES.
    WRITE OUT-LINE FROM SIZE-LINE AFTER ADVANCING 1 LINE.
END-PRINT-ONE-SIZE-ENTRY. EXIT.

*> Cost the deck, run it at the recent rate from now, and judge the
*> end against the window close.
PROJECT-THE-RUN.
    IF DECK-NOT-NAMED
        MOVE 'NO DECK ' TO FORECAST-VERDICT
        MOVE 4 TO FORECAST-STATUS
        WRITE OUT-LINE FROM STATUS-NO-DECK-LINE AFTER ADVANCING 1 LINE
        GO TO END-PROJECT-THE-RUN
    END-IF.
    IF DECK-UNREADABLE
        MOVE 'NO DECK ' TO FORECAST-VERDICT
        MOVE 4 TO FORECAST-STATUS
        WRITE OUT-LINE FROM STATUS-BAD-DECK-LINE AFTER ADVANCING 1 LINE
        GO TO END-PROJECT-THE-RUN
    END-IF.
    IF RECENT-RATE IS EQUAL TO ZERO
        MOVE 'NO RATE ' TO FORECAST-VERDICT
        MOVE 4 TO FORECAST-STATUS
        WRITE OUT-LINE FROM STATUS-NO-RATE-LINE AFTER ADVANCING 1 LINE
        GO TO END-PROJECT-THE-RUN
    END-IF.

    COMPUTE WORK-UNITS =
        (TOTAL-HITS + OTHER-CARDS + CANCELLED-CARDS) * HIT-COST.
    PERFORM COST-ONE-CLASS THRU END-COST-ONE-CLASS
        VARYING SIZE-IX FROM 1 BY 1
        UNTIL SIZE-IX IS GREATER THAN COST-CLASS-MAX.
    COMPUTE PROJ-SECS ROUNDED =
        (WORK-UNITS * 60) / (RECENT-RATE * 100)
        ON SIZE ERROR
            MOVE MAX-PROJ-SECS TO PROJ-SECS
    END-COMPUTE.
    IF PROJ-SECS IS GREATER THAN MAX-PROJ-SECS
        MOVE MAX-PROJ-SECS TO PROJ-SECS
    END-IF.
    COMPUTE END-SECS = START-SECS + PROJ-SECS.

    MOVE RECENT-RATE TO RTL-RATE.
    MOVE RATE-SEEN TO RTL-SEEN.
    WRITE OUT-LINE FROM RATE-LINE AFTER ADVANCING 1 LINE.
    MOVE CURRENT-TIME-EDIT TO PJL-START.
    MOVE PROJ-SECS TO CONVERT-SECS.
    PERFORM CONVERT-TO-CLOCK THRU END-CONVERT-TO-CLOCK.
    MOVE CLOCK-EDIT TO PJL-ELAPSED.
    DIVIDE END-SECS BY 86400 GIVING CONVERT-REM
        REMAINDER CONVERT-SECS.
    PERFORM CONVERT-TO-CLOCK THRU END-CONVERT-TO-CLOCK.
    MOVE CLOCK-EDIT TO PJL-END.
    MOVE CLOSE-EDIT TO PJL-CLOSE.
    WRITE OUT-LINE FROM PROJECTION-LINE AFTER ADVANCING 1 LINE.

    IF END-SECS IS GREATER THAN CLOSE-SECS
        MOVE 'OVERRUN ' TO FORECAST-VERDICT
        MOVE 4 TO FORECAST-STATUS
        WRITE OUT-LINE FROM STATUS-OVERRUN-LINE AFTER ADVANCING 1 LINE
    ELSE
        MOVE 'INSIDE  ' TO FORECAST-VERDICT
        WRITE OUT-LINE FROM STATUS-WITHIN-LINE AFTER ADVANCING 1 LINE
    END-IF.
END-PROJECT-THE-RUN. EXIT.

COST-ONE-CLASS.
    COMPUTE WORK-UNITS = WORK-UNITS
        + (SZ-COMPUTES(SIZE-IX) * CC-COST(SIZE-IX)).
END-COST-ONE-CLASS. EXIT.

*> Tonight's forecast, for tomorrow's run of this program to match.
WRITE-FORECAST-RECORD.
    OPEN EXTEND FORECAST-FILE.
    IF FORECAST-FILE-STATUS IS EQUAL TO '35'
        OPEN OUTPUT FORECAST-FILE
    END-IF.
    IF FORECAST-FILE-STATUS IS NOT EQUAL TO '00'
        GO TO END-WRITE-FORECAST-RECORD
    END-IF.
    MOVE SPACES TO FORECAST-REC.
    MOVE 'F' TO FC-KIND.
    MOVE FORECAST-DATE TO FC-DATE.
    MOVE CURRENT-TIME-EDIT TO FC-TIME.
    MOVE PROJ-SECS TO FC-PROJ-SECS.
    MOVE TOTAL-CARDS TO FC-CARDS.
    MOVE TOTAL-COMPUTES TO FC-COMPUTES.
    MOVE TOTAL-HITS TO FC-HITS.
    MOVE RECENT-RATE TO FC-RATE.
    MOVE PJL-END TO FC-PROJ-END.
    MOVE CLOSE-EDIT TO FC-CLOSE.
    MOVE FORECAST-VERDICT TO FC-VERDICT.
    WRITE FORECAST-REC.
    CLOSE FORECAST-FILE.
END-WRITE-FORECAST-RECORD. EXIT.

*> Seconds to HH:MM:SS.
CONVERT-TO-CLOCK.
    DIVIDE CONVERT-SECS BY 3600 GIVING CLOCK-HH
        REMAINDER CONVERT-REM.
    DIVIDE CONVERT-REM BY 60 GIVING CLOCK-MM
        REMAINDER CLOCK-SS.
END-CONVERT-TO-CLOCK. EXIT.

GET-CURRENT-TIME.
    ACCEPT CURRENT-TIME-X FROM TIME.
    MOVE CURRENT-HH TO EDIT-TIME-HH.
    MOVE CURRENT-MM TO EDIT-TIME-MM.
    MOVE CURRENT-SS TO EDIT-TIME-SS.
END-GET-CURRENT-TIME. EXIT.

*> The verdict is the return code, so the stream sees what the page
*> says; a check-only run is always clean.
TERMINATE-RUN.
    IF CHECK-ONLY
        WRITE OUT-LINE FROM STATUS-CHECK-LINE AFTER ADVANCING 1 LINE
    END-IF.
    MOVE FORECAST-STATUS TO RETURN-CODE.
    CLOSE STANDARD-OUTPUT.
END-TERMINATE-RUN. EXIT.
