       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PiScheduleMaint.
       AUTHOR.  Ian Kirker.

      * Online CICS transaction (PISM) that maintains the schedule
      * calendar.  PISCHED.DAT used to be kept by hand-editing its
      * fixed-position records, and a slip in SH-METHOD or
      * SH-TOLERANCE only showed up the next morning as a MISSDRUN
      * or an INVALID run.  This lists, adds, changes and deletes
      * planned runs by date on the keyed copy of the calendar, the
      * VSAM KSDS PISCHKSD (copybooks/pischks.cpy); PiScheduleSync
      * unloads it over PISCHED.DAT ahead of PiScheduleDriver.
      *
      * Every entry keyed here is held to the rules CalculatePi
      * itself applies to the card the entry becomes:
      *   - NumberOfSteps from 1 to the same 1000000000 ceiling
      *     Validate-Number-Of-Steps enforces;
      *   - method M, S or R and constant P, L or E (blank means M
      *     and P, the defaults CalculatePi falls back to -- but a
      *     letter it doesn't know is refused here rather than
      *     quietly run as the default on the night);
      *   - tolerance and max-run seconds as digits, zero meaning
      *     the program default, as on a hand-typed card.
      * Before an add or change is accepted the screen shows the
      * PiPreflight projection for it -- the same per-method,
      * per-digit-count elapsed buckets, built here over the
      * PIRESKSD mirror since CICS can't read PIRESULT.DAT -- with
      * the CLEARED / SPLIT / REFUSED verdict against the entry's
      * own max-run seconds, and waits for a Y to go ahead.
      * An entry for a date already past is history, checked by
      * the driver against the audit trail: it can't be changed or
      * deleted, and nothing can be added or moved onto such a date.
      *
      * Adding, changing and deleting need UA-ALLOW-SCHEDULE on the
      * user authority master (piauth.cpy); a refusal is written as
      * an AUTHREFU alert to the PIAL queue, as PiInquiry does.
      * Listing needs no grant.  Every change made is logged, with
      * the signed-on user, terminal, before and after images and
      * the reason keyed, to the PISL transient data queue
      * (PISCHLOG.DAT, see pischlg.cpy); a delete must give a
      * reason.  If the log record can't be written the change is
      * backed out (PISCHKSD is defined recoverable), so no entry
      * ever changes without its log record.
      *
      * Pseudo-conversational like PiInquiry and PiBrowse.  Input
      * is one positional line (blank fields on a change keep the
      * entry's current value):
      *   col  1     L list, A add, C change, D delete
      *   col  2- 9  run date yyyymmdd (L: list from; blank today)
      *   col 10-11  entry number within the date (C and D)
      *   col 13-22  NumberOfSteps, left-justified digits
      *   col 24     method         col 26     constant
      *   col 28-34  tolerance, 9V9(6) digits as on the card
      *   col 36-40  max-run seconds, left-justified digits
      *   col 42-49  C only: new run date, to move the entry
      *   col 51-80  reason (required on D)
      * After an add, change or delete is shown, Y confirms it and
      * anything else abandons it.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-RESP                USAGE IS BINARY-LONG.
       01 WS-RECEIVE-LENGTH      USAGE IS BINARY-LONG VALUE 80.
       01 WS-ABS-TIME            PIC S9(15) COMP-3.

       01 WS-INPUT-AREA          PIC X(80).
       01 WS-INPUT-FIELDS REDEFINES WS-INPUT-AREA.
           05 IN-ACTION           PIC X(01).
           05 IN-RUN-DATE         PIC X(08).
           05 IN-ENTRY-SEQ        PIC X(02).
           05 FILLER              PIC X(01).
           05 IN-STEPS            PIC X(10).
           05 FILLER              PIC X(01).
           05 IN-METHOD           PIC X(01).
           05 FILLER              PIC X(01).
           05 IN-CONSTANT         PIC X(01).
           05 FILLER              PIC X(01).
           05 IN-TOLERANCE        PIC X(07).
           05 IN-TOLERANCE-VALUE REDEFINES IN-TOLERANCE
                                  PIC 9V9(6).
           05 FILLER              PIC X(01).
           05 IN-MAX-SECONDS      PIC X(05).
           05 FILLER              PIC X(01).
           05 IN-NEW-DATE         PIC X(08).
           05 FILLER              PIC X(01).
           05 IN-REASON           PIC X(30).

      * CalculatePi's own ceiling (WS-MAX-NUMBER-OF-STEPS there) and
      * PiSplitPlan's partition ceiling, as PiPreflight carries them.
       01 WS-MAX-NUMBER-OF-STEPS PIC 9(10) VALUE 1000000000.
       01 WS-MAX-PARTITIONS      PIC 9(4) VALUE 1000.
       01 WS-MAX-ENTRY-SEQ       PIC 9(2) VALUE 99.

       01 WS-TODAY-DATE          PIC 9(8) VALUE 0.
       01 WS-NOW-TIME            PIC 9(6) VALUE 0.
       01 WS-ALERT-TIME          PIC 9(6) VALUE 0.
       01 WS-REQ-USER            PIC X(08) VALUE SPACES.

       01 WS-ENTRY-VALID-FLAG    PIC X VALUE "N".
           88 WS-ENTRY-VALID         VALUE "Y".
       01 WS-FILL-DONE-FLAG      PIC X VALUE "N".
           88 WS-FILL-DONE           VALUE "Y".

      * A date typed or read off the calendar, checked in one place.
       01 WS-CHECK-DATE          PIC X(08) VALUE SPACES.
       01 WS-CHECK-DATE-NUM REDEFINES WS-CHECK-DATE PIC 9(8).

      * A left-justified typed number: digits up to the first space,
      * nothing but spaces after them.
       01 WS-SCAN-FIELD          PIC X(10) VALUE SPACES.
       01 WS-SCAN-WIDTH          PIC 9(2) VALUE 0.
       01 WS-SCAN-DIGITS         PIC 9(2) VALUE 0.
       01 WS-SCAN-VALUE          PIC 9(10) VALUE 0.
       01 WS-SCAN-OK-FLAG        PIC X VALUE "N".
           88 WS-SCAN-OK             VALUE "Y".

       01 WS-NEXT-SEQ            PIC 9(2) VALUE 0.
       01 WS-SEEK-DATE           PIC 9(8) VALUE 0.

      * The projection, built exactly as PiPreflight builds it.
       01 WS-BUCKET-TABLE.
           05 WS-BUCKET-ENTRY OCCURS 10 TIMES.
               10 WS-BUCKET-COUNT   PIC 9(8).
               10 WS-BUCKET-STEPS   PIC 9(18).
               10 WS-BUCKET-ELAPSED USAGE IS FLOAT-LONG.
       01 WS-BUCKET-INDEX        PIC 9(2) VALUE 0.
       01 WS-STEPS-DISPLAY       PIC 9(10) VALUE 0.
       01 WS-USED-ROWS           PIC 9(8) VALUE 0.
       01 WS-TOTAL-STEPS         PIC 9(18) VALUE 0.
       01 WS-TOTAL-ELAPSED       USAGE IS FLOAT-LONG VALUE 0.
       01 WS-PROJECT-STEPS       PIC 9(10) VALUE 0.
       01 WS-PROJECT-METHOD      PIC X(01) VALUE "M".
           88 WS-PROJECT-SIMPSON     VALUE "S".
       01 WS-SECS-PER-SLICE      USAGE IS FLOAT-LONG VALUE 0.
       01 WS-ESTIMATE-SECONDS    USAGE IS FLOAT-LONG VALUE 0.
       01 WS-PARTITION-COUNT     PIC 9(8) VALUE 0.
       01 WS-PARTITION-CHECK     USAGE IS FLOAT-LONG VALUE 0.

      * The screen is built up a line at a time, then sent.
       01 WS-SCREEN-TABLE.
           05 WS-SCREEN-ROW       PIC X(64) OCCURS 20 TIMES.
       01 WS-LINE-COUNT          PIC 9(2) VALUE 0.
       01 WS-LINE-INDEX          PIC 9(2) VALUE 0.
       01 WS-LIST-SIZE           PIC 9(2) VALUE 12.
       01 WS-ROW-COUNT           PIC 9(2) VALUE 0.
       01 WS-SCREEN-TEXT         PIC X(64) VALUE SPACES.
       01 WS-MESSAGE-LINE        PIC X(60) VALUE SPACES.

       01 WS-HEADER-LINE.
           05 FILLER              PIC X(23) VALUE
               "PLANNED RUNS FROM      ".
           05 HL-FROM-DATE        PIC 9(8).
           05 FILLER              PIC X(29) VALUE
               "  (sq steps m c tol secs by)".
       01 WS-ENTRY-LINE.
           05 EL-RUN-DATE         PIC 9(8).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 EL-ENTRY-SEQ        PIC 9(2).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 EL-STEPS            PIC ZZZZZZZZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 EL-METHOD           PIC X(01).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 EL-CONSTANT         PIC X(01).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 EL-TOLERANCE        PIC 9.9(6).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 EL-MAX-SECONDS      PIC ZZZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 EL-CHANGED-BY       PIC X(08).
       01 WS-EMPTY-LINE           PIC X(40) VALUE
           "(no planned runs on or after that date)".
       01 WS-PROJECT-LINE.
           05 FILLER              PIC X(23) VALUE
               "Projected elapsed sec: ".
           05 PL-ESTIMATE         PIC Z(7)9.99.
           05 FILLER              PIC X(02) VALUE " (".
           05 PL-RATE-SOURCE      PIC X(07).
           05 FILLER              PIC X(07) VALUE " rate, ".
           05 PL-USED-ROWS        PIC ZZZZZZZ9.
           05 FILLER              PIC X(06) VALUE " runs)".
       01 WS-SPLIT-LINE.
           05 FILLER              PIC X(34) VALUE
               "SPLIT -- over its window; needs a ".
           05 SP-PARTITIONS       PIC ZZZZZZZ9.
           05 FILLER              PIC X(12) VALUE "-step split".
       01 WS-REFUSED-LINE.
           05 FILLER              PIC X(29) VALUE
               "REFUSED -- would need over a ".
           05 RF-MAX-PARTITIONS   PIC ZZZ9.
           05 FILLER              PIC X(27) VALUE
               "-step split for its window".
       01 WS-SIMPSON-LINE.
           05 FILLER              PIC X(40) VALUE
               "Odd Simpson count -- CalculatePi runs it".
           05 FILLER              PIC X(04) VALUE " as ".
           05 SM-STEPS            PIC ZZZZZZZZZ9.
       01 WS-STEPS-ERROR-LINE.
           05 FILLER              PIC X(27) VALUE
               "NumberOfSteps must be 1 to ".
           05 SE-MAX-STEPS        PIC ZZZZZZZZZ9.
       01 WS-PAST-LINE.
           05 PD-DATE             PIC X(08).
           05 FILLER              PIC X(43) VALUE
               " is already past -- the calendar is closed".
       01 WS-PROMPT-LINE          PIC X(60) VALUE
           "Lyyyymmdd=list from date  A=add C=change D=delete as:".
       01 WS-LAYOUT-LINE          PIC X(64) VALUE
           "Ayyyymmddnn steps----- m c ttttttt secs- newdate- reason".
       01 WS-CONFIRM-LINE         PIC X(60) VALUE
           "Y to confirm, anything else abandons:".

       01 WS-COMMAREA.
           05 CA-STAGE            PIC X(01).
               88 CA-AWAITING-COMMAND VALUE "P".
               88 CA-AWAITING-CONFIRM VALUE "Y".
           05 CA-ACTION           PIC X(01).
           05 CA-LIST-DATE        PIC 9(8).
           05 CA-BEFORE-ENTRY     PIC X(34).
           05 CA-AFTER-ENTRY      PIC X(34).
           05 CA-REASON           PIC X(30).

       COPY pischks.

       COPY pischlg.

       COPY pikssd.

       COPY piauth.

       COPY pialert.

       LINKAGE SECTION.
       01 DFHCOMMAREA             PIC X(108).

       PROCEDURE DIVISION.
       Begin.
           MOVE 0 TO WS-LINE-COUNT
           PERFORM Get-Today
           IF EIBCALEN = 0
               MOVE SPACES TO WS-COMMAREA
               MOVE WS-TODAY-DATE TO CA-LIST-DATE
               PERFORM List-Planned-Runs
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               MOVE SPACES TO WS-INPUT-AREA
               EXEC CICS RECEIVE
                   INTO(WS-INPUT-AREA)
                   LENGTH(WS-RECEIVE-LENGTH)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE SPACES TO WS-INPUT-AREA
               END-IF
               IF CA-AWAITING-CONFIRM
                   PERFORM Take-Confirmation
               ELSE
                   PERFORM Take-Maintenance-Command
               END-IF
           END-IF

           PERFORM Send-The-Screen

           EXEC CICS RETURN
               TRANSID("PISM")
               COMMAREA(WS-COMMAREA)
               LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

       Get-Today.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABS-TIME)
               YYYYMMDD(WS-TODAY-DATE)
               TIME(WS-NOW-TIME)
           END-EXEC.

       Take-Maintenance-Command.
           EVALUATE IN-ACTION
               WHEN "L"
                   IF IN-RUN-DATE IS NUMERIC
                       MOVE IN-RUN-DATE TO CA-LIST-DATE
                   ELSE
                       MOVE WS-TODAY-DATE TO CA-LIST-DATE
                   END-IF
                   PERFORM List-Planned-Runs
               WHEN "A"
               WHEN "C"
               WHEN "D"
                   PERFORM Begin-Maintenance-Action
               WHEN OTHER
                   IF WS-INPUT-AREA NOT = SPACES
                       MOVE "Unknown command -- use L, A, C or D"
                           TO WS-MESSAGE-LINE
                       PERFORM Add-Message-Line
                   END-IF
                   PERFORM List-Planned-Runs
           END-EVALUATE.

       Begin-Maintenance-Action.
           PERFORM Load-User-Authority
           IF NOT UA-MAY-SCHEDULE
               MOVE "Not authorized to maintain the run calendar"
                   TO WS-MESSAGE-LINE
               PERFORM Refuse-By-Authority
               EXIT PARAGRAPH
           END-IF

           INITIALIZE SL-BEFORE-ENTRY
           INITIALIZE SL-AFTER-ENTRY
           MOVE IN-REASON TO SL-REASON
           MOVE "Y" TO WS-ENTRY-VALID-FLAG
           EVALUATE IN-ACTION
               WHEN "A"
                   PERFORM Prepare-Add
               WHEN "C"
                   PERFORM Prepare-Change
               WHEN "D"
                   PERFORM Prepare-Delete
           END-EVALUATE

      * The entry stands validated and projected; it waits in the
      * COMMAREA for the user's Y.
           IF WS-ENTRY-VALID
               MOVE IN-ACTION TO CA-ACTION
               MOVE SL-BEFORE-ENTRY TO CA-BEFORE-ENTRY
               MOVE SL-AFTER-ENTRY TO CA-AFTER-ENTRY
               MOVE SL-REASON TO CA-REASON
               MOVE WS-CONFIRM-LINE TO WS-SCREEN-TEXT
               PERFORM Add-Screen-Line
               MOVE "Y" TO CA-STAGE
           ELSE
               PERFORM Add-Prompt-Lines
           END-IF.

       Prepare-Add.
           MOVE IN-RUN-DATE TO WS-CHECK-DATE
           PERFORM Check-Run-Date
           IF NOT WS-ENTRY-VALID
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CHECK-DATE-NUM TO SL-AFTER-RUN-DATE
      * The entry number is handed out when the add is confirmed,
      * since someone else may add to the same date meanwhile.
           MOVE 0 TO SL-AFTER-ENTRY-SEQ
           MOVE 0 TO SL-AFTER-STEPS
           MOVE "M" TO SL-AFTER-METHOD
           MOVE 0 TO SL-AFTER-TOLERANCE
           MOVE 0 TO SL-AFTER-MAX-SECONDS
           MOVE "P" TO SL-AFTER-CONSTANT
           PERFORM Apply-Typed-Fields
           IF NOT WS-ENTRY-VALID
               EXIT PARAGRAPH
           END-IF
           PERFORM Validate-Planned-Entry
           IF NOT WS-ENTRY-VALID
               EXIT PARAGRAPH
           END-IF

           MOVE "ADD planned run:" TO WS-SCREEN-TEXT
           PERFORM Add-Screen-Line
           PERFORM Move-After-To-Entry
           MOVE SPACES TO SK-CHANGED-BY
           PERFORM Add-Entry-Line
           PERFORM Project-Planned-Entry.

       Prepare-Change.
           PERFORM Read-Keyed-Entry
           IF NOT WS-ENTRY-VALID
               EXIT PARAGRAPH
           END-IF
           MOVE SK-RUN-DATE TO WS-CHECK-DATE-NUM
           PERFORM Check-Run-Date
           IF NOT WS-ENTRY-VALID
               EXIT PARAGRAPH
           END-IF
           PERFORM Move-Entry-To-Before
           PERFORM Move-Entry-To-After

           IF IN-NEW-DATE NOT = SPACES
               MOVE IN-NEW-DATE TO WS-CHECK-DATE
               PERFORM Check-Run-Date
               IF NOT WS-ENTRY-VALID
                   EXIT PARAGRAPH
               END-IF
               IF WS-CHECK-DATE-NUM NOT = SL-BEFORE-RUN-DATE
                   MOVE WS-CHECK-DATE-NUM TO SL-AFTER-RUN-DATE
                   MOVE 0 TO SL-AFTER-ENTRY-SEQ
               END-IF
           END-IF
           PERFORM Apply-Typed-Fields
           IF NOT WS-ENTRY-VALID
               EXIT PARAGRAPH
           END-IF
           PERFORM Validate-Planned-Entry
           IF NOT WS-ENTRY-VALID
               EXIT PARAGRAPH
           END-IF
           IF SL-AFTER-ENTRY = SL-BEFORE-ENTRY
               MOVE "Nothing to change -- key the fields to change"
                   TO WS-MESSAGE-LINE
               PERFORM Reject-Entry
               EXIT PARAGRAPH
           END-IF

           MOVE "CHANGE planned run from:" TO WS-SCREEN-TEXT
           PERFORM Add-Screen-Line
           PERFORM Add-Entry-Line
           MOVE "to:" TO WS-SCREEN-TEXT
           PERFORM Add-Screen-Line
           PERFORM Move-After-To-Entry
           MOVE SPACES TO SK-CHANGED-BY
           PERFORM Add-Entry-Line
           PERFORM Project-Planned-Entry.

       Prepare-Delete.
           PERFORM Read-Keyed-Entry
           IF NOT WS-ENTRY-VALID
               EXIT PARAGRAPH
           END-IF
           MOVE SK-RUN-DATE TO WS-CHECK-DATE-NUM
           PERFORM Check-Run-Date
           IF NOT WS-ENTRY-VALID
               EXIT PARAGRAPH
           END-IF
      * A run taken off the calendar is exactly what the log is for:
      * the reason is not optional here.
           IF IN-REASON = SPACES
               MOVE "Give the reason for the delete in cols 51-80"
                   TO WS-MESSAGE-LINE
               PERFORM Reject-Entry
               EXIT PARAGRAPH
           END-IF
           PERFORM Move-Entry-To-Before

           MOVE "DELETE planned run:" TO WS-SCREEN-TEXT
           PERFORM Add-Screen-Line
           PERFORM Add-Entry-Line.

       Read-Keyed-Entry.
           IF IN-RUN-DATE IS NOT NUMERIC
               OR IN-ENTRY-SEQ IS NOT NUMERIC
               MOVE "Key the entry as yyyymmddnn (date, entry number)"
                   TO WS-MESSAGE-LINE
               PERFORM Reject-Entry
               EXIT PARAGRAPH
           END-IF
           MOVE IN-RUN-DATE TO SK-RUN-DATE
           MOVE IN-ENTRY-SEQ TO SK-ENTRY-SEQ
           EXEC CICS READ
               DATASET("PISCHKSD")
               INTO(PI-SCHEDULE-KSDS-RECORD)
               RIDFLD(SK-ENTRY-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "No such entry on the calendar -- list the date"
                   TO WS-MESSAGE-LINE
               PERFORM Reject-Entry
           END-IF.

       Check-Run-Date.
      * WS-CHECK-DATE must be a plausible yyyymmdd no earlier than
      * today: an entry for a date already gone by has either run
      * or been reported missed, and stays as it was.
           IF WS-CHECK-DATE IS NOT NUMERIC
               OR WS-CHECK-DATE(5:2) < "01"
               OR WS-CHECK-DATE(5:2) > "12"
               OR WS-CHECK-DATE(7:2) < "01"
               OR WS-CHECK-DATE(7:2) > "31"
               MOVE "Run date must be a valid yyyymmdd"
                   TO WS-MESSAGE-LINE
               PERFORM Reject-Entry
               EXIT PARAGRAPH
           END-IF
           IF WS-CHECK-DATE-NUM < WS-TODAY-DATE
               MOVE WS-CHECK-DATE TO PD-DATE
               MOVE WS-PAST-LINE TO WS-MESSAGE-LINE
               PERFORM Reject-Entry
           END-IF.

       Apply-Typed-Fields.
      * Lays whatever the user typed over the entry being built (the
      * defaults for an add, the entry as it stands for a change);
      * a blank field leaves it alone.
           IF IN-STEPS NOT = SPACES
               MOVE IN-STEPS TO WS-SCAN-FIELD
               MOVE 10 TO WS-SCAN-WIDTH
               PERFORM Scan-Typed-Number
               IF NOT WS-SCAN-OK
                   MOVE "NumberOfSteps must be digits from col 13"
                       TO WS-MESSAGE-LINE
                   PERFORM Reject-Entry
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-SCAN-VALUE TO SL-AFTER-STEPS
           END-IF
           IF IN-METHOD NOT = SPACE
               IF IN-METHOD = "M" OR IN-METHOD = "S"
                   OR IN-METHOD = "R"
                   MOVE IN-METHOD TO SL-AFTER-METHOD
               ELSE
                   MOVE "Method must be M, S or R" TO WS-MESSAGE-LINE
                   PERFORM Reject-Entry
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF IN-CONSTANT NOT = SPACE
               IF IN-CONSTANT = "P" OR IN-CONSTANT = "L"
                   OR IN-CONSTANT = "E"
                   MOVE IN-CONSTANT TO SL-AFTER-CONSTANT
               ELSE
                   MOVE "Constant must be P, L or E" TO WS-MESSAGE-LINE
                   PERFORM Reject-Entry
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF IN-TOLERANCE NOT = SPACES
               IF IN-TOLERANCE IS NUMERIC
                   MOVE IN-TOLERANCE-VALUE TO SL-AFTER-TOLERANCE
               ELSE
                   MOVE "Tolerance must be 7 digits, 9V9(6) as on cards"
                       TO WS-MESSAGE-LINE
                   PERFORM Reject-Entry
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF IN-MAX-SECONDS NOT = SPACES
               MOVE IN-MAX-SECONDS TO WS-SCAN-FIELD
               MOVE 5 TO WS-SCAN-WIDTH
               PERFORM Scan-Typed-Number
               IF NOT WS-SCAN-OK
                   MOVE "Max-run seconds must be digits from col 36"
                       TO WS-MESSAGE-LINE
                   PERFORM Reject-Entry
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-SCAN-VALUE TO SL-AFTER-MAX-SECONDS
           END-IF.

       Scan-Typed-Number.
      * The raw typed bytes are tested, not the field after a MOVE
      * to numeric, for the reason PiInquiry gives: the MOVE would
      * reinterpret "12a" rather than let it be caught.
           MOVE "N" TO WS-SCAN-OK-FLAG
           MOVE 0 TO WS-SCAN-DIGITS
           INSPECT WS-SCAN-FIELD(1:WS-SCAN-WIDTH)
               TALLYING WS-SCAN-DIGITS
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-SCAN-DIGITS = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-SCAN-FIELD(1:WS-SCAN-DIGITS) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-SCAN-DIGITS < WS-SCAN-WIDTH
               IF WS-SCAN-FIELD(WS-SCAN-DIGITS + 1:
                   WS-SCAN-WIDTH - WS-SCAN-DIGITS) NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-SCAN-FIELD(1:WS-SCAN-DIGITS) TO WS-SCAN-VALUE
           MOVE "Y" TO WS-SCAN-OK-FLAG.

       Validate-Planned-Entry.
      * CalculatePi's Validate-Number-Of-Steps bounds, and its
      * method and constant codes, applied to the entry as it would
      * be filed -- an entry carried over from the hand-kept file
      * is held to them as soon as anyone changes it.
           IF SL-AFTER-STEPS = 0
               OR SL-AFTER-STEPS > WS-MAX-NUMBER-OF-STEPS
               MOVE WS-MAX-NUMBER-OF-STEPS TO SE-MAX-STEPS
               MOVE WS-STEPS-ERROR-LINE TO WS-MESSAGE-LINE
               PERFORM Reject-Entry
               EXIT PARAGRAPH
           END-IF
           IF SL-AFTER-METHOD NOT = "M" AND SL-AFTER-METHOD NOT = "S"
               AND SL-AFTER-METHOD NOT = "R"
               MOVE "Method on file is not M, S or R -- key one"
                   TO WS-MESSAGE-LINE
               PERFORM Reject-Entry
               EXIT PARAGRAPH
           END-IF
           IF SL-AFTER-CONSTANT = SPACE
               MOVE "P" TO SL-AFTER-CONSTANT
           END-IF
           IF SL-AFTER-CONSTANT NOT = "P"
               AND SL-AFTER-CONSTANT NOT = "L"
               AND SL-AFTER-CONSTANT NOT = "E"
               MOVE "Constant on file is not P, L or E -- key one"
                   TO WS-MESSAGE-LINE
               PERFORM Reject-Entry
               EXIT PARAGRAPH
           END-IF
           IF SL-AFTER-TOLERANCE IS NOT NUMERIC
               OR SL-AFTER-MAX-SECONDS IS NOT NUMERIC
               MOVE "Tolerance/seconds on file unreadable -- key both"
                   TO WS-MESSAGE-LINE
               PERFORM Reject-Entry
           END-IF.

       Project-Planned-Entry.
      * PiPreflight's estimate for the entry: its own digit-count
      * bucket's seconds per slice when that bucket has history,
      * else the method's overall rate, judged against the entry's
      * max-run seconds as the window.
           MOVE SL-AFTER-STEPS TO WS-PROJECT-STEPS
           MOVE SL-AFTER-METHOD TO WS-PROJECT-METHOD
           IF WS-PROJECT-SIMPSON
               AND FUNCTION MOD(WS-PROJECT-STEPS, 2) NOT = 0
               ADD 1 TO WS-PROJECT-STEPS
               MOVE WS-PROJECT-STEPS TO SM-STEPS
               MOVE WS-SIMPSON-LINE TO WS-SCREEN-TEXT
               PERFORM Add-Screen-Line
           END-IF

           PERFORM Build-Elapsed-History
           IF WS-USED-ROWS = 0
               MOVE SPACES TO WS-SCREEN-TEXT
               STRING "No usable elapsed history for method "
                   WS-PROJECT-METHOD " -- no projection"
                   DELIMITED BY SIZE INTO WS-SCREEN-TEXT
               PERFORM Add-Screen-Line
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PROJECT-STEPS TO WS-STEPS-DISPLAY
           MOVE 10 TO WS-BUCKET-INDEX
           PERFORM UNTIL WS-BUCKET-INDEX = 1
             OR WS-STEPS-DISPLAY(11 - WS-BUCKET-INDEX:1) NOT = "0"
               SUBTRACT 1 FROM WS-BUCKET-INDEX
           END-PERFORM
           IF WS-BUCKET-COUNT(WS-BUCKET-INDEX) > 0
               MOVE "BUCKET" TO PL-RATE-SOURCE
               COMPUTE WS-SECS-PER-SLICE =
                   WS-BUCKET-ELAPSED(WS-BUCKET-INDEX) /
                   WS-BUCKET-STEPS(WS-BUCKET-INDEX)
           ELSE
               MOVE "OVERALL" TO PL-RATE-SOURCE
               COMPUTE WS-SECS-PER-SLICE =
                   WS-TOTAL-ELAPSED / WS-TOTAL-STEPS
           END-IF
           COMPUTE WS-ESTIMATE-SECONDS =
               WS-PROJECT-STEPS * WS-SECS-PER-SLICE
           MOVE WS-ESTIMATE-SECONDS TO PL-ESTIMATE
           MOVE WS-USED-ROWS TO PL-USED-ROWS
           MOVE WS-PROJECT-LINE TO WS-SCREEN-TEXT
           PERFORM Add-Screen-Line

           EVALUATE TRUE
               WHEN SL-AFTER-MAX-SECONDS = 0
                   MOVE "No max-run window -- estimate only"
                       TO WS-SCREEN-TEXT
               WHEN WS-ESTIMATE-SECONDS <= SL-AFTER-MAX-SECONDS
                   MOVE "CLEARED -- fits its max-run window whole"
                       TO WS-SCREEN-TEXT
               WHEN OTHER
                   PERFORM Size-The-Split
           END-EVALUATE
           PERFORM Add-Screen-Line.

       Size-The-Split.
           COMPUTE WS-PARTITION-COUNT =
               WS-ESTIMATE-SECONDS / SL-AFTER-MAX-SECONDS
           COMPUTE WS-PARTITION-CHECK =
               WS-PARTITION-COUNT * SL-AFTER-MAX-SECONDS
           IF WS-PARTITION-CHECK < WS-ESTIMATE-SECONDS
               ADD 1 TO WS-PARTITION-COUNT
           END-IF
           IF WS-PARTITION-COUNT <= WS-MAX-PARTITIONS
               MOVE WS-PARTITION-COUNT TO SP-PARTITIONS
               MOVE WS-SPLIT-LINE TO WS-SCREEN-TEXT
           ELSE
               MOVE WS-MAX-PARTITIONS TO RF-MAX-PARTITIONS
               MOVE WS-REFUSED-LINE TO WS-SCREEN-TEXT
           END-IF.

       Build-Elapsed-History.
      * One pass over the online mirror -- the same rows PiPreflight
      * reads from PIRESULT.DAT, as of the last PiResultSync.
           PERFORM VARYING WS-BUCKET-INDEX FROM 1 BY 1
             UNTIL WS-BUCKET-INDEX > 10
               MOVE 0 TO WS-BUCKET-COUNT(WS-BUCKET-INDEX)
               MOVE 0 TO WS-BUCKET-STEPS(WS-BUCKET-INDEX)
               MOVE 0 TO WS-BUCKET-ELAPSED(WS-BUCKET-INDEX)
           END-PERFORM
           MOVE 0 TO WS-USED-ROWS
           MOVE 0 TO WS-TOTAL-STEPS
           MOVE 0 TO WS-TOTAL-ELAPSED

           MOVE LOW-VALUES TO PK-RUN-KEY
           MOVE "N" TO WS-FILL-DONE-FLAG
           EXEC CICS STARTBR
               DATASET("PIRESKSD")
               RIDFLD(PK-RUN-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FILL-DONE
               EXEC CICS READNEXT
                   DATASET("PIRESKSD")
                   INTO(PI-KSDS-RECORD)
                   RIDFLD(PK-RUN-KEY)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE "Y" TO WS-FILL-DONE-FLAG
               ELSE
                   PERFORM Evaluate-History-Row
               END-IF
           END-PERFORM
           EXEC CICS ENDBR
               DATASET("PIRESKSD")
               RESP(WS-RESP)
           END-EXEC.

       Evaluate-History-Row.
      * PiPreflight's guard: no wall-clock figure (every ONLINE row),
      * or a merged, rejected or annulled row, would poison the rate.
           IF PK-METHOD NOT = WS-PROJECT-METHOD
               OR PK-ELAPSED-SECONDS IS NOT NUMERIC
               OR PK-STATUS = "MERGED"
               OR PK-STATUS = "REJECTED"
               OR PK-STATUS = "ANNULLED"
               EXIT PARAGRAPH
           END-IF
           IF PK-ELAPSED-SECONDS = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-USED-ROWS
           ADD PK-NUMBER-OF-STEPS TO WS-TOTAL-STEPS
           ADD PK-ELAPSED-SECONDS TO WS-TOTAL-ELAPSED
           MOVE PK-NUMBER-OF-STEPS TO WS-STEPS-DISPLAY
           MOVE 10 TO WS-BUCKET-INDEX
           PERFORM UNTIL WS-BUCKET-INDEX = 1
             OR WS-STEPS-DISPLAY(11 - WS-BUCKET-INDEX:1) NOT = "0"
               SUBTRACT 1 FROM WS-BUCKET-INDEX
           END-PERFORM
           ADD 1 TO WS-BUCKET-COUNT(WS-BUCKET-INDEX)
           ADD PK-NUMBER-OF-STEPS
               TO WS-BUCKET-STEPS(WS-BUCKET-INDEX)
           ADD PK-ELAPSED-SECONDS
               TO WS-BUCKET-ELAPSED(WS-BUCKET-INDEX).

       Take-Confirmation.
           MOVE "P" TO CA-STAGE
           IF IN-ACTION NOT = "Y"
               MOVE "Abandoned -- the calendar is unchanged"
                   TO WS-MESSAGE-LINE
               PERFORM Add-Message-Line
               PERFORM List-Planned-Runs
               EXIT PARAGRAPH
           END-IF

      * The grant and the dates are checked again: the user's record
      * may have been withdrawn, or midnight passed, since the entry
      * was shown.
           PERFORM Load-User-Authority
           IF NOT UA-MAY-SCHEDULE
               MOVE "Not authorized to maintain the run calendar"
                   TO WS-MESSAGE-LINE
               PERFORM Refuse-By-Authority
               EXIT PARAGRAPH
           END-IF

           MOVE CA-BEFORE-ENTRY TO SL-BEFORE-ENTRY
           MOVE CA-AFTER-ENTRY TO SL-AFTER-ENTRY
           MOVE CA-REASON TO SL-REASON
           MOVE CA-ACTION TO SL-ACTION
           MOVE "Y" TO WS-ENTRY-VALID-FLAG
           EVALUATE CA-ACTION
               WHEN "A"
                   PERFORM Apply-Add
                   MOVE SL-AFTER-RUN-DATE TO CA-LIST-DATE
               WHEN "C"
                   PERFORM Apply-Change
                   MOVE SL-AFTER-RUN-DATE TO CA-LIST-DATE
               WHEN "D"
                   PERFORM Apply-Delete
                   MOVE SL-BEFORE-RUN-DATE TO CA-LIST-DATE
           END-EVALUATE

           IF WS-ENTRY-VALID
               PERFORM Write-Log-Record
           END-IF
           IF WS-ENTRY-VALID
               MOVE "Calendar updated -- logged as yours"
                   TO WS-MESSAGE-LINE
               PERFORM Add-Message-Line
           END-IF
           PERFORM List-Planned-Runs.

       Apply-Add.
           MOVE SL-AFTER-RUN-DATE TO WS-CHECK-DATE-NUM
           PERFORM Check-Run-Date
           IF NOT WS-ENTRY-VALID
               EXIT PARAGRAPH
           END-IF
           MOVE SL-AFTER-RUN-DATE TO WS-SEEK-DATE
           PERFORM Find-Next-Entry-Seq
           IF NOT WS-ENTRY-VALID
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEXT-SEQ TO SL-AFTER-ENTRY-SEQ
           PERFORM Move-After-To-Entry
           PERFORM Stamp-Entry-Change
           EXEC CICS WRITE
               DATASET("PISCHKSD")
               FROM(PI-SCHEDULE-KSDS-RECORD)
               RIDFLD(SK-ENTRY-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "Calendar write failed -- entry not added"
                   TO WS-MESSAGE-LINE
               PERFORM Reject-Entry
           END-IF.

       Apply-Change.
           MOVE SL-BEFORE-RUN-DATE TO WS-CHECK-DATE-NUM
           PERFORM Check-Run-Date
           IF NOT WS-ENTRY-VALID
               EXIT PARAGRAPH
           END-IF
           MOVE SL-AFTER-RUN-DATE TO WS-CHECK-DATE-NUM
           PERFORM Check-Run-Date
           IF NOT WS-ENTRY-VALID
               EXIT PARAGRAPH
           END-IF
      * Moving to another date takes the next entry number there;
      * looked up before the old entry is held for update so the
      * browse never runs under the update lock.
           IF SL-AFTER-RUN-DATE NOT = SL-BEFORE-RUN-DATE
               MOVE SL-AFTER-RUN-DATE TO WS-SEEK-DATE
               PERFORM Find-Next-Entry-Seq
               IF NOT WS-ENTRY-VALID
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-NEXT-SEQ TO SL-AFTER-ENTRY-SEQ
           ELSE
               MOVE SL-BEFORE-ENTRY-SEQ TO SL-AFTER-ENTRY-SEQ
           END-IF

           PERFORM Read-Entry-For-Update
           IF NOT WS-ENTRY-VALID
               EXIT PARAGRAPH
           END-IF
           IF SL-AFTER-RUN-DATE = SL-BEFORE-RUN-DATE
               PERFORM Move-After-To-Entry
               PERFORM Stamp-Entry-Change
               EXEC CICS REWRITE
                   DATASET("PISCHKSD")
                   FROM(PI-SCHEDULE-KSDS-RECORD)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE "Calendar rewrite failed -- entry not changed"
                       TO WS-MESSAGE-LINE
                   PERFORM Reject-Entry
               END-IF
               EXIT PARAGRAPH
           END-IF

      * A move to another date deletes the held entry first -- any
      * other request on PISCHKSD in between would cancel the
      * READ UPDATE -- and then writes it under its new key.  The
      * KSDS is recoverable, so if the write fails the rollback puts
      * the deleted entry back.
           EXEC CICS DELETE
               DATASET("PISCHKSD")
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "Calendar delete failed -- entry not moved"
                   TO WS-MESSAGE-LINE
               PERFORM Reject-Entry
               EXIT PARAGRAPH
           END-IF
           PERFORM Move-After-To-Entry
           PERFORM Stamp-Entry-Change
           EXEC CICS WRITE
               DATASET("PISCHKSD")
               FROM(PI-SCHEDULE-KSDS-RECORD)
               RIDFLD(SK-ENTRY-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
               MOVE "Write on the new date failed -- entry not moved"
                   TO WS-MESSAGE-LINE
               PERFORM Reject-Entry
           END-IF.

       Apply-Delete.
           MOVE SL-BEFORE-RUN-DATE TO WS-CHECK-DATE-NUM
           PERFORM Check-Run-Date
           IF NOT WS-ENTRY-VALID
               EXIT PARAGRAPH
           END-IF
           PERFORM Read-Entry-For-Update
           IF NOT WS-ENTRY-VALID
               EXIT PARAGRAPH
           END-IF
           EXEC CICS DELETE
               DATASET("PISCHKSD")
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "Calendar delete failed -- entry not deleted"
                   TO WS-MESSAGE-LINE
               PERFORM Reject-Entry
           END-IF.

       Read-Entry-For-Update.
      * The entry must still be as the user saw it when confirming;
      * if someone else changed it in between, their change stands
      * and this one is refused.
           MOVE SL-BEFORE-RUN-DATE TO SK-RUN-DATE
           MOVE SL-BEFORE-ENTRY-SEQ TO SK-ENTRY-SEQ
           EXEC CICS READ
               DATASET("PISCHKSD")
               INTO(PI-SCHEDULE-KSDS-RECORD)
               RIDFLD(SK-ENTRY-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "Entry is no longer on the calendar"
                   TO WS-MESSAGE-LINE
               PERFORM Reject-Entry
               EXIT PARAGRAPH
           END-IF
           IF SK-NUMBER-OF-STEPS NOT = SL-BEFORE-STEPS
               OR SK-METHOD NOT = SL-BEFORE-METHOD
               OR SK-TOLERANCE NOT = SL-BEFORE-TOLERANCE
               OR SK-MAX-RUN-SECONDS NOT = SL-BEFORE-MAX-SECONDS
               OR SK-CONSTANT NOT = SL-BEFORE-CONSTANT
               EXEC CICS UNLOCK
                   DATASET("PISCHKSD")
               END-EXEC
               MOVE SPACES TO WS-MESSAGE-LINE
               STRING "Entry changed meanwhile by " SK-CHANGED-BY
                   " -- key it again" DELIMITED BY SIZE
                   INTO WS-MESSAGE-LINE
               PERFORM Reject-Entry
           END-IF.

       Find-Next-Entry-Seq.
      * One past the highest entry number already planned for
      * WS-SEEK-DATE.
           MOVE 0 TO WS-NEXT-SEQ
           MOVE WS-SEEK-DATE TO SK-RUN-DATE
           MOVE 0 TO SK-ENTRY-SEQ
           MOVE "N" TO WS-FILL-DONE-FLAG
           EXEC CICS STARTBR
               DATASET("PISCHKSD")
               RIDFLD(SK-ENTRY-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "Y" TO WS-FILL-DONE-FLAG
           END-IF
           PERFORM UNTIL WS-FILL-DONE
               EXEC CICS READNEXT
                   DATASET("PISCHKSD")
                   INTO(PI-SCHEDULE-KSDS-RECORD)
                   RIDFLD(SK-ENTRY-KEY)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   OR SK-RUN-DATE NOT = WS-SEEK-DATE
                   MOVE "Y" TO WS-FILL-DONE-FLAG
               ELSE
                   MOVE SK-ENTRY-SEQ TO WS-NEXT-SEQ
               END-IF
           END-PERFORM
           EXEC CICS ENDBR
               DATASET("PISCHKSD")
               RESP(WS-RESP)
           END-EXEC
           IF WS-NEXT-SEQ >= WS-MAX-ENTRY-SEQ
               MOVE "99 runs already planned for that date"
                   TO WS-MESSAGE-LINE
               PERFORM Reject-Entry
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NEXT-SEQ.

       Stamp-Entry-Change.
           MOVE WS-REQ-USER TO SK-CHANGED-BY
           MOVE WS-TODAY-DATE TO SK-CHANGED-DATE
           MOVE WS-NOW-TIME TO SK-CHANGED-TIME.

       Write-Log-Record.
      * No change stands without its log record: if the PISL queue
      * won't take it, the change is backed out.
           MOVE WS-TODAY-DATE TO SL-LOG-DATE
           MOVE WS-NOW-TIME TO SL-LOG-TIME
           MOVE WS-REQ-USER TO SL-USER-ID
           MOVE EIBTRMID TO SL-TERMINAL-ID
           EXEC CICS WRITEQ TD
               QUEUE("PISL")
               FROM(PI-SCHEDULE-LOG-RECORD)
               LENGTH(LENGTH OF PI-SCHEDULE-LOG-RECORD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
               MOVE "Maintenance log unavailable -- change backed out"
                   TO WS-MESSAGE-LINE
               PERFORM Reject-Entry
           END-IF.

       Move-Entry-To-Before.
           MOVE SK-RUN-DATE TO SL-BEFORE-RUN-DATE
           MOVE SK-ENTRY-SEQ TO SL-BEFORE-ENTRY-SEQ
           MOVE SK-NUMBER-OF-STEPS TO SL-BEFORE-STEPS
           MOVE SK-METHOD TO SL-BEFORE-METHOD
           MOVE SK-TOLERANCE TO SL-BEFORE-TOLERANCE
           MOVE SK-MAX-RUN-SECONDS TO SL-BEFORE-MAX-SECONDS
           MOVE SK-CONSTANT TO SL-BEFORE-CONSTANT.

       Move-Entry-To-After.
           MOVE SK-RUN-DATE TO SL-AFTER-RUN-DATE
           MOVE SK-ENTRY-SEQ TO SL-AFTER-ENTRY-SEQ
           MOVE SK-NUMBER-OF-STEPS TO SL-AFTER-STEPS
           MOVE SK-METHOD TO SL-AFTER-METHOD
           MOVE SK-TOLERANCE TO SL-AFTER-TOLERANCE
           MOVE SK-MAX-RUN-SECONDS TO SL-AFTER-MAX-SECONDS
           MOVE SK-CONSTANT TO SL-AFTER-CONSTANT.

       Move-After-To-Entry.
           MOVE SL-AFTER-RUN-DATE TO SK-RUN-DATE
           MOVE SL-AFTER-ENTRY-SEQ TO SK-ENTRY-SEQ
           MOVE SL-AFTER-STEPS TO SK-NUMBER-OF-STEPS
           MOVE SL-AFTER-METHOD TO SK-METHOD
           MOVE SL-AFTER-TOLERANCE TO SK-TOLERANCE
           MOVE SL-AFTER-MAX-SECONDS TO SK-MAX-RUN-SECONDS
           MOVE SL-AFTER-CONSTANT TO SK-CONSTANT.

       List-Planned-Runs.
      * Up to a screenful of entries from CA-LIST-DATE onward.
           MOVE CA-LIST-DATE TO HL-FROM-DATE
           MOVE WS-HEADER-LINE TO WS-SCREEN-TEXT
           PERFORM Add-Screen-Line
           MOVE 0 TO WS-ROW-COUNT
           MOVE "N" TO WS-FILL-DONE-FLAG
           MOVE CA-LIST-DATE TO SK-RUN-DATE
           MOVE 0 TO SK-ENTRY-SEQ
           EXEC CICS STARTBR
               DATASET("PISCHKSD")
               RIDFLD(SK-ENTRY-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "Y" TO WS-FILL-DONE-FLAG
           END-IF
           PERFORM UNTIL WS-FILL-DONE
               EXEC CICS READNEXT
                   DATASET("PISCHKSD")
                   INTO(PI-SCHEDULE-KSDS-RECORD)
                   RIDFLD(SK-ENTRY-KEY)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE "Y" TO WS-FILL-DONE-FLAG
               ELSE
                   ADD 1 TO WS-ROW-COUNT
                   PERFORM Add-Entry-Line
                   IF WS-ROW-COUNT >= WS-LIST-SIZE
                       MOVE "Y" TO WS-FILL-DONE-FLAG
                   END-IF
               END-IF
           END-PERFORM
           EXEC CICS ENDBR
               DATASET("PISCHKSD")
               RESP(WS-RESP)
           END-EXEC
           IF WS-ROW-COUNT = 0
               MOVE WS-EMPTY-LINE TO WS-SCREEN-TEXT
               PERFORM Add-Screen-Line
           END-IF
           PERFORM Add-Prompt-Lines
           MOVE "P" TO CA-STAGE.

       Add-Entry-Line.
           MOVE SK-RUN-DATE TO EL-RUN-DATE
           MOVE SK-ENTRY-SEQ TO EL-ENTRY-SEQ
           MOVE SK-NUMBER-OF-STEPS TO EL-STEPS
           MOVE SK-METHOD TO EL-METHOD
           MOVE SK-CONSTANT TO EL-CONSTANT
           MOVE SK-TOLERANCE TO EL-TOLERANCE
           MOVE SK-MAX-RUN-SECONDS TO EL-MAX-SECONDS
           MOVE SK-CHANGED-BY TO EL-CHANGED-BY
           MOVE WS-ENTRY-LINE TO WS-SCREEN-TEXT
           PERFORM Add-Screen-Line.

       Add-Prompt-Lines.
           MOVE WS-PROMPT-LINE TO WS-SCREEN-TEXT
           PERFORM Add-Screen-Line
           MOVE WS-LAYOUT-LINE TO WS-SCREEN-TEXT
           PERFORM Add-Screen-Line.

       Reject-Entry.
           MOVE "N" TO WS-ENTRY-VALID-FLAG
           PERFORM Add-Message-Line.

       Add-Message-Line.
           MOVE WS-MESSAGE-LINE TO WS-SCREEN-TEXT
           PERFORM Add-Screen-Line.

       Add-Screen-Line.
           IF WS-LINE-COUNT < 20
               ADD 1 TO WS-LINE-COUNT
               MOVE WS-SCREEN-TEXT TO WS-SCREEN-ROW(WS-LINE-COUNT)
           END-IF.

       Send-The-Screen.
           PERFORM VARYING WS-LINE-INDEX FROM 1 BY 1
             UNTIL WS-LINE-INDEX > WS-LINE-COUNT
               IF WS-LINE-INDEX = 1
                   EXEC CICS SEND TEXT
                       FROM(WS-SCREEN-ROW(WS-LINE-INDEX))
                       LENGTH(LENGTH OF WS-SCREEN-TEXT)
                       ERASE
                   END-EXEC
               ELSE
                   EXEC CICS SEND TEXT
                       FROM(WS-SCREEN-ROW(WS-LINE-INDEX))
                       LENGTH(LENGTH OF WS-SCREEN-TEXT)
                       ACCUM
                   END-EXEC
               END-IF
           END-PERFORM.

       Load-User-Authority.
      * As PiInquiry: the signed-on user's record, or a blank one
      * (granting nothing) if there is none.
           MOVE SPACES TO WS-REQ-USER
           EXEC CICS ASSIGN
               USERID(WS-REQ-USER)
           END-EXEC
           MOVE SPACES TO PI-AUTHORITY-RECORD
           MOVE WS-REQ-USER TO UA-USER-ID
           EXEC CICS READ
               DATASET("PIUSRKSD")
               INTO(PI-AUTHORITY-RECORD)
               RIDFLD(UA-USER-ID)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES TO PI-AUTHORITY-RECORD
               MOVE WS-REQ-USER TO UA-USER-ID
           END-IF.

       Refuse-By-Authority.
      * The caller put the reason in WS-MESSAGE-LINE; it goes to the
      * screen and, as an AUTHREFU alert, onto PIALERT.DAT by way of
      * the PIAL transient data queue, keyed by the user.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABS-TIME)
               YYYYMMDD(AL-ALERT-DATE)
               TIME(WS-ALERT-TIME)
           END-EXEC
           MOVE 0 TO AL-ALERT-TIME
           MOVE WS-ALERT-TIME TO AL-ALERT-TIME(1:6)
           MOVE "PiScheduleMaint" TO AL-PROGRAM
           MOVE "E" TO AL-SEVERITY
           MOVE WS-REQ-USER TO AL-JOB-ID
           MOVE AL-ALERT-DATE TO AL-RUN-DATE
           MOVE AL-ALERT-TIME TO AL-RUN-TIME
           MOVE 0 TO AL-RANGE-START
           MOVE "AUTHREFU" TO AL-REASON-CODE
           MOVE WS-MESSAGE-LINE TO AL-ALERT-TEXT
           EXEC CICS WRITEQ TD
               QUEUE("PIAL")
               FROM(PI-ALERT-RECORD)
               LENGTH(LENGTH OF PI-ALERT-RECORD)
               RESP(WS-RESP)
           END-EXEC

           PERFORM Add-Message-Line
           PERFORM Add-Prompt-Lines
           MOVE "P" TO CA-STAGE.
