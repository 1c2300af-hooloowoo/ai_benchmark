       IDENTIFICATION DIVISION.
       PROGRAM-ID. MR-AUDIT.
       AUTHOR. MARS.

      *> ============================================================
      *> Cross-File Integrity Audit — COBOL
      *>
      *> Sweeps the high-score ledger (MRHISCORE.DAT), the run
      *> catalog (MRRUNCAT.DAT), every cataloged telemetry file, and
      *> the driver master (MRDRIVER.DAT) and prints an exception
      *> report of the breaks between them, so a bad record is found
      *> the night it appears instead of during a prize dispute:
      *>
      *>   - a ledger record whose run ID has no catalog entry
      *>   - a catalog entry whose telemetry file is missing,
      *>     unreadable, or empty
      *>   - a run whose frames plus crate bonuses (from the
      *>     telemetry) do not equal the catalog score or the
      *>     ledger score
      *>   - a ledger or catalog driver ID not on the driver master
      *>   - duplicate run IDs, and a ledger record whose score or
      *>     driver disagrees with its catalog entry
      *>
      *> Both files are sorted on run ID into work files and then
      *> matched in one sequential pass, so neither has to fit in a
      *> table. Ledger records from before runs had IDs, and from
      *> before driver sign-in, are counted rather than flagged.
      *> Catalog entries with no live ledger record are counted too:
      *> HS-ARCHIVE moves old months' records off the ledger, so
      *> that on its own is not a break.
      *>
      *> The report is printed and also written to MRAUDRPT.DAT
      *> (replaced each run); its last line carries the exception
      *> count for NIGHT-OPS to journal.
      *> ============================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HS-FILE ASSIGN TO "MRHISCORE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HS-STATUS.
           SELECT RUNCAT-FILE ASSIGN TO "MRRUNCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCAT-STATUS.
           SELECT HS-WORK-FILE ASSIGN TO "MRAUHWRK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HS-WORK-STATUS.
           SELECT CAT-WORK-FILE ASSIGN TO "MRAUCWRK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-WORK-STATUS.
           SELECT TELEM-FILE ASSIGN USING WS-TELEM-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TELEM-STATUS.
           SELECT DRIVER-FILE ASSIGN TO "MRDRIVER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRIVER-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MRAUDRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT SORT-FILE ASSIGN TO "MRAUSORT".

       DATA DIVISION.
       FILE SECTION.
      *> The live files are only ever sorted, never read directly,
      *> so a plain record is all they need here
       FD  HS-FILE.
       01  HS-LINE              PIC X(49).

       FD  RUNCAT-FILE.
       01  RUNCAT-LINE          PIC X(56).

       FD  HS-WORK-FILE.
           COPY "hiscorec.cpy".

       FD  CAT-WORK-FILE.
           COPY "runcatc.cpy".

       FD  TELEM-FILE.
           COPY "telemc.cpy".

       FD  DRIVER-FILE.
           COPY "driverc.cpy".

       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(100).

      *> Run ID is the key for both sorts; it is taken as text so
      *> the blank IDs of old ledger records sort first instead of
      *> upsetting a numeric compare
       SD  SORT-FILE.
       01  SRT-HS-RECORD.
           05 FILLER            PIC X(44).
           05 SRT-HS-RUN-KEY    PIC X(5).
       01  SRT-CAT-RECORD.
           05 SRT-CAT-RUN-KEY   PIC X(5).
           05 FILLER            PIC X(51).

       WORKING-STORAGE SECTION.

       01 WS-HS-STATUS        PIC XX   VALUE "00".
       01 WS-RUNCAT-STATUS    PIC XX   VALUE "00".
       01 WS-HS-WORK-STATUS   PIC XX   VALUE "00".
       01 WS-CAT-WORK-STATUS  PIC XX   VALUE "00".
       01 WS-TELEM-STATUS     PIC XX   VALUE "00".
       01 WS-REPORT-STATUS    PIC XX   VALUE "00".
       01 WS-TELEM-NAME       PIC X(20) VALUE SPACES.

      *> Registered-driver master, loaded once for the ID checks
       01 WS-DRIVER-STATUS    PIC XX   VALUE "00".
       01 WS-MAX-DRIVERS      PIC 9(4) VALUE 100.
       01 WS-DRIVER-COUNT     PIC 9(4) VALUE 0.
       01 WS-DRIVERS.
          05 WS-DRIVER         OCCURS 100 TIMES.
             10 WS-D-ID        PIC X(8).
       01 WS-LOOKUP-ID        PIC X(8) VALUE SPACES.
       01 WS-FOUND            PIC 9    VALUE 0.

      *> Match keys for the sorted pass; HIGH-VALUES marks a file
      *> run dry so the other one drains
       01 WS-HS-KEY           PIC X(5) VALUE SPACES.
       01 WS-CAT-KEY          PIC X(5) VALUE SPACES.
       01 WS-PREV-CAT-KEY     PIC X(5) VALUE SPACES.

      *> The catalog entry in hand and what its telemetry says.
      *> The crate bonus mirrors WS-CRATE-BONUS in MARS-ROVER.
       01 WS-CAT-MATCHED      PIC 9    VALUE 0.
       01 WS-CAT-DRIVER       PIC X(8) VALUE SPACES.
       01 WS-CAT-SCORE        PIC 9(5) VALUE 0.
       01 WS-TELEM-OK         PIC 9    VALUE 0.
       01 WS-TEL-FRAMES       PIC 9(5) VALUE 0.
       01 WS-TEL-CRATES       PIC 9(4) VALUE 0.
       01 WS-TEL-BAD          PIC 9(5) VALUE 0.
       01 WS-CRATE-BONUS      PIC 99   VALUE 25.
       01 WS-EXPECT-SCORE     PIC 9(6) VALUE 0.

      *> Sweep totals
       01 WS-LEDGER-COUNT     PIC 9(6) VALUE 0.
       01 WS-CATALOG-COUNT    PIC 9(6) VALUE 0.
       01 WS-TELEM-READ       PIC 9(6) VALUE 0.
       01 WS-NO-RUN-ID        PIC 9(6) VALUE 0.
       01 WS-NO-DRIVER        PIC 9(6) VALUE 0.
       01 WS-OFF-LEDGER       PIC 9(6) VALUE 0.
       01 WS-EXCEPTIONS       PIC 9(5) VALUE 0.

      *> Report line assembly
       01 WS-RPT-LINE         PIC X(100) VALUE SPACES.
       01 WS-DATE             PIC 9(8) VALUE 0.
       01 WS-TIME             PIC 9(8) VALUE 0.
       01 WS-I                PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "AUDIT REPORT MRAUDRPT.DAT NOT WRITABLE, "
                   "STATUS=" WS-REPORT-STATUS ", AUDIT NOT RUN"
           ELSE
               PERFORM RUN-AUDIT
               CLOSE REPORT-FILE
           END-IF
           GOBACK.

      *> ============================================================
      *> The audit proper, once the report is open: load the driver
      *> master, sort both files on run ID, and match them. Sorted
      *> work files that will not open leave nothing to match, so
      *> the report ends on that line and not the AUDIT COMPLETE
      *> line NIGHT-OPS looks for.
      *> ============================================================
       RUN-AUDIT.
           MOVE SPACES TO WS-RPT-LINE
           STRING
               "===== MARS ROVER INTEGRITY AUDIT " DELIMITED SIZE
               WS-DATE           DELIMITED SIZE
               " "               DELIMITED SIZE
               WS-TIME(1:6)      DELIMITED SIZE
               " ====="          DELIMITED SIZE
               INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           PERFORM LOAD-DRIVERS
           PERFORM SORT-CATALOG
           PERFORM SORT-LEDGER
           OPEN INPUT CAT-WORK-FILE
           OPEN INPUT HS-WORK-FILE
           IF WS-CAT-WORK-STATUS = "00" AND WS-HS-WORK-STATUS = "00"
               PERFORM READ-NEXT-CATALOG
               PERFORM READ-NEXT-LEDGER
               PERFORM MATCH-RUN-IDS
                   UNTIL WS-CAT-KEY = HIGH-VALUES AND
                         WS-HS-KEY = HIGH-VALUES
               CLOSE CAT-WORK-FILE
               CLOSE HS-WORK-FILE
               PERFORM PRINT-AUDIT-SUMMARY
           ELSE
               IF WS-CAT-WORK-STATUS = "00"
                   CLOSE CAT-WORK-FILE
               END-IF
               IF WS-HS-WORK-STATUS = "00"
                   CLOSE HS-WORK-FILE
               END-IF
               MOVE SPACES TO WS-RPT-LINE
               STRING
                   "SORTED WORK FILES NOT READABLE, CATALOG STATUS="
                                       DELIMITED SIZE
                   WS-CAT-WORK-STATUS  DELIMITED SIZE
                   " LEDGER STATUS="   DELIMITED SIZE
                   WS-HS-WORK-STATUS   DELIMITED SIZE
                   ", AUDIT NOT COMPLETED"
                                       DELIMITED SIZE
                   INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *> ============================================================
      *> Read the registered-driver master into WS-DRIVERS. A
      *> missing master is reported; every driver ID then fails the
      *> check, which is the truth of it.
      *> ============================================================
       LOAD-DRIVERS.
           MOVE 0 TO WS-DRIVER-COUNT
           OPEN INPUT DRIVER-FILE
           IF WS-DRIVER-STATUS = "00"
               PERFORM UNTIL WS-DRIVER-STATUS NOT = "00"
                   READ DRIVER-FILE
                       AT END
                           MOVE "10" TO WS-DRIVER-STATUS
                       NOT AT END
                           IF WS-DRIVER-COUNT < WS-MAX-DRIVERS
                               ADD 1 TO WS-DRIVER-COUNT
                               MOVE DRV-ID
                                   TO WS-D-ID(WS-DRIVER-COUNT)
                           ELSE
                               MOVE SPACES TO WS-RPT-LINE
                               STRING
                                   "DRIVER MASTER HAS MORE THAN "
                                                   DELIMITED SIZE
                                   WS-MAX-DRIVERS  DELIMITED SIZE
                                   " ENTRIES, EXTRA RECORDS SKIPPED"
                                                   DELIMITED SIZE
                                   INTO WS-RPT-LINE
                               END-STRING
                               PERFORM WRITE-REPORT-LINE
                               MOVE "10" TO WS-DRIVER-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DRIVER-FILE
           ELSE
               MOVE SPACES TO WS-RPT-LINE
               STRING
                   "DRIVER MASTER MRDRIVER.DAT NOT READABLE, STATUS="
                                      DELIMITED SIZE
                   WS-DRIVER-STATUS   DELIMITED SIZE
                   INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-EXCEPTION
           END-IF.

      *> ============================================================
      *> Sort the run catalog on run ID into its work file. With no
      *> catalog at all an empty work file stands in.
      *> ============================================================
       SORT-CATALOG.
           OPEN INPUT RUNCAT-FILE
           IF WS-RUNCAT-STATUS = "00"
               CLOSE RUNCAT-FILE
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-CAT-RUN-KEY
                   USING RUNCAT-FILE
                   GIVING CAT-WORK-FILE
           ELSE
               MOVE SPACES TO WS-RPT-LINE
               STRING
                   "RUN CATALOG MRRUNCAT.DAT NOT READABLE, STATUS="
                                      DELIMITED SIZE
                   WS-RUNCAT-STATUS   DELIMITED SIZE
                   INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               OPEN OUTPUT CAT-WORK-FILE
               CLOSE CAT-WORK-FILE
           END-IF.

      *> ============================================================
      *> Sort the live ledger on run ID into its work file, the same
      *> way.
      *> ============================================================
       SORT-LEDGER.
           OPEN INPUT HS-FILE
           IF WS-HS-STATUS = "00"
               CLOSE HS-FILE
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-HS-RUN-KEY
                   USING HS-FILE
                   GIVING HS-WORK-FILE
           ELSE
               MOVE SPACES TO WS-RPT-LINE
               STRING
                   "LEDGER MRHISCORE.DAT NOT READABLE, STATUS="
                                      DELIMITED SIZE
                   WS-HS-STATUS       DELIMITED SIZE
                   INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               OPEN OUTPUT HS-WORK-FILE
               CLOSE HS-WORK-FILE
           END-IF.

      *> ============================================================
      *> Advance to the next catalog entry that carries a usable run
      *> ID and audit it on its own: duplicate ID, driver on the
      *> master, telemetry readable, and telemetry score against
      *> the catalog score.
      *> ============================================================
       READ-NEXT-CATALOG.
           MOVE SPACES TO WS-CAT-KEY
           PERFORM UNTIL WS-CAT-KEY NOT = SPACES
               READ CAT-WORK-FILE
                   AT END
                       MOVE HIGH-VALUES TO WS-CAT-KEY
                   NOT AT END
                       ADD 1 TO WS-CATALOG-COUNT
                       IF CAT-RUN-ID IS NUMERIC
                           MOVE CAT-RUN-ID TO WS-CAT-KEY
                       ELSE
                           MOVE SPACES TO WS-RPT-LINE
                           STRING
                               "CATALOG ENTRY WITH NO USABLE RUN ID: "
                                              DELIMITED SIZE
                               CAT-RECORD     DELIMITED SIZE
                               INTO WS-RPT-LINE
                           END-STRING
                           PERFORM WRITE-EXCEPTION
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CAT-KEY NOT = HIGH-VALUES
               PERFORM AUDIT-CATALOG-ENTRY
           END-IF.

       AUDIT-CATALOG-ENTRY.
           MOVE 0 TO WS-CAT-MATCHED
           MOVE CAT-DRIVER-ID TO WS-CAT-DRIVER
           MOVE CAT-SCORE     TO WS-CAT-SCORE
           IF WS-CAT-KEY = WS-PREV-CAT-KEY
               MOVE SPACES TO WS-RPT-LINE
               STRING
                   "RUN "          DELIMITED SIZE
                   WS-CAT-KEY      DELIMITED SIZE
                   " IS CATALOGED MORE THAN ONCE"
                                   DELIMITED SIZE
                   INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-EXCEPTION
           END-IF
           MOVE WS-CAT-KEY TO WS-PREV-CAT-KEY

           MOVE CAT-DRIVER-ID TO WS-LOOKUP-ID
           PERFORM FIND-DRIVER
           IF WS-FOUND = 0
               MOVE SPACES TO WS-RPT-LINE
               STRING
                   "RUN "          DELIMITED SIZE
                   WS-CAT-KEY      DELIMITED SIZE
                   " CATALOG DRIVER " DELIMITED SIZE
                   WS-LOOKUP-ID    DELIMITED SIZE
                   " IS NOT ON THE DRIVER MASTER"
                                   DELIMITED SIZE
                   INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-EXCEPTION
           END-IF

           PERFORM READ-RUN-TELEMETRY
           IF WS-TELEM-OK = 1
               COMPUTE WS-EXPECT-SCORE = WS-TEL-FRAMES +
                   (WS-TEL-CRATES * WS-CRATE-BONUS)
               IF WS-EXPECT-SCORE NOT = WS-CAT-SCORE
                   MOVE SPACES TO WS-RPT-LINE
                   STRING
                       "RUN "          DELIMITED SIZE
                       WS-CAT-KEY      DELIMITED SIZE
                       " CATALOG SCORE " DELIMITED SIZE
                       WS-CAT-SCORE    DELIMITED SIZE
                       " BUT TELEMETRY " DELIMITED SIZE
                       WS-TEL-FRAMES   DELIMITED SIZE
                       " FRAMES + "    DELIMITED SIZE
                       WS-TEL-CRATES   DELIMITED SIZE
                       " CRATES = "    DELIMITED SIZE
                       WS-EXPECT-SCORE DELIMITED SIZE
                       INTO WS-RPT-LINE
                   END-STRING
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-IF.

      *> ============================================================
      *> Open the catalog entry's telemetry file and count frames
      *> and crates. WS-TELEM-OK says whether the file gave a score
      *> worth reconciling; a missing, unreadable, or empty file is
      *> an exception in its own right.
      *> ============================================================
       READ-RUN-TELEMETRY.
           MOVE 0 TO WS-TELEM-OK
           MOVE 0 TO WS-TEL-FRAMES
           MOVE 0 TO WS-TEL-CRATES
           MOVE 0 TO WS-TEL-BAD
           MOVE CAT-TELEM-NAME TO WS-TELEM-NAME
           IF WS-TELEM-NAME = SPACES
               MOVE SPACES TO WS-RPT-LINE
               STRING
                   "RUN "          DELIMITED SIZE
                   WS-CAT-KEY      DELIMITED SIZE
                   " CATALOG ENTRY NAMES NO TELEMETRY FILE"
                                   DELIMITED SIZE
                   INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-EXCEPTION
           ELSE
               OPEN INPUT TELEM-FILE
               IF WS-TELEM-STATUS NOT = "00"
                   MOVE SPACES TO WS-RPT-LINE
                   STRING
                       "RUN "          DELIMITED SIZE
                       WS-CAT-KEY      DELIMITED SIZE
                       " TELEMETRY "   DELIMITED SIZE
                       WS-TELEM-NAME   DELIMITED SPACES
                       " MISSING OR UNREADABLE, STATUS="
                                       DELIMITED SIZE
                       WS-TELEM-STATUS DELIMITED SIZE
                       INTO WS-RPT-LINE
                   END-STRING
                   PERFORM WRITE-EXCEPTION
               ELSE
                   ADD 1 TO WS-TELEM-READ
                   PERFORM UNTIL WS-TELEM-STATUS NOT = "00"
                       READ TELEM-FILE
                           AT END
                               MOVE "10" TO WS-TELEM-STATUS
                           NOT AT END
                               IF TELEM-FRAME IS NUMERIC
                                   ADD 1 TO WS-TEL-FRAMES
      *>                           Logs from before objects existed
      *>                           carry no crate flag at all
                                   IF TELEM-CRATE = "1"
                                       ADD 1 TO WS-TEL-CRATES
                                   END-IF
                               ELSE
                                   ADD 1 TO WS-TEL-BAD
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TELEM-FILE
                   EVALUATE TRUE
                       WHEN WS-TEL-BAD > 0
                           MOVE SPACES TO WS-RPT-LINE
                           STRING
                               "RUN "          DELIMITED SIZE
                               WS-CAT-KEY      DELIMITED SIZE
                               " TELEMETRY "   DELIMITED SIZE
                               WS-TELEM-NAME   DELIMITED SPACES
                               " HAS "         DELIMITED SIZE
                               WS-TEL-BAD      DELIMITED SIZE
                               " UNREADABLE RECORDS"
                                               DELIMITED SIZE
                               INTO WS-RPT-LINE
                           END-STRING
                           PERFORM WRITE-EXCEPTION
                       WHEN WS-TEL-FRAMES = 0
                           MOVE SPACES TO WS-RPT-LINE
                           STRING
                               "RUN "          DELIMITED SIZE
                               WS-CAT-KEY      DELIMITED SIZE
                               " TELEMETRY "   DELIMITED SIZE
                               WS-TELEM-NAME   DELIMITED SPACES
                               " IS EMPTY"     DELIMITED SIZE
                               INTO WS-RPT-LINE
                           END-STRING
                           PERFORM WRITE-EXCEPTION
                       WHEN OTHER
                           MOVE 1 TO WS-TELEM-OK
                   END-EVALUATE
               END-IF
           END-IF.

      *> ============================================================
      *> Advance to the next ledger record, checking every record's
      *> driver ID on the way. Records from before runs had IDs
      *> cannot have a catalog entry, so they are counted and
      *> passed over rather than matched.
      *> ============================================================
       READ-NEXT-LEDGER.
           MOVE SPACES TO WS-HS-KEY
           PERFORM UNTIL WS-HS-KEY NOT = SPACES
               READ HS-WORK-FILE
                   AT END
                       MOVE HIGH-VALUES TO WS-HS-KEY
                   NOT AT END
                       ADD 1 TO WS-LEDGER-COUNT
                       PERFORM CHECK-LEDGER-DRIVER
                       IF HS-RUN-ID IS NUMERIC
                           MOVE HS-RUN-ID TO WS-HS-KEY
                       ELSE
                           ADD 1 TO WS-NO-RUN-ID
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-LEDGER-DRIVER.
      *>   Records written before driver sign-in existed have no
      *>   driver field to check
           IF HS-DRIVER-ID = SPACES
               ADD 1 TO WS-NO-DRIVER
           ELSE
               MOVE HS-DRIVER-ID TO WS-LOOKUP-ID
               PERFORM FIND-DRIVER
               IF WS-FOUND = 0
                   MOVE SPACES TO WS-RPT-LINE
                   STRING
                       "LEDGER RECORD " DELIMITED SIZE
                       HS-TIMESTAMP     DELIMITED SIZE
                       " DRIVER "       DELIMITED SIZE
                       WS-LOOKUP-ID     DELIMITED SIZE
                       " IS NOT ON THE DRIVER MASTER"
                                        DELIMITED SIZE
                       INTO WS-RPT-LINE
                   END-STRING
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-IF.

      *> ============================================================
      *> One step of the run-ID match between the sorted catalog
      *> and the sorted ledger.
      *> ============================================================
       MATCH-RUN-IDS.
           EVALUATE TRUE
               WHEN WS-CAT-KEY < WS-HS-KEY
      *>           Catalog entry with no (further) ledger record
                   IF WS-CAT-MATCHED = 0
                       ADD 1 TO WS-OFF-LEDGER
                   END-IF
                   PERFORM READ-NEXT-CATALOG
               WHEN WS-CAT-KEY > WS-HS-KEY
                   MOVE SPACES TO WS-RPT-LINE
                   STRING
                       "RUN "          DELIMITED SIZE
                       WS-HS-KEY       DELIMITED SIZE
                       " LEDGER RECORD " DELIMITED SIZE
                       HS-TIMESTAMP    DELIMITED SIZE
                       " HAS NO CATALOG ENTRY"
                                       DELIMITED SIZE
                       INTO WS-RPT-LINE
                   END-STRING
                   PERFORM WRITE-EXCEPTION
                   PERFORM READ-NEXT-LEDGER
               WHEN OTHER
                   IF WS-CAT-MATCHED = 1
                       MOVE SPACES TO WS-RPT-LINE
                       STRING
                           "RUN "          DELIMITED SIZE
                           WS-HS-KEY       DELIMITED SIZE
                           " HAS MORE THAN ONE LEDGER RECORD"
                                           DELIMITED SIZE
                           INTO WS-RPT-LINE
                       END-STRING
                       PERFORM WRITE-EXCEPTION
                   ELSE
                       MOVE 1 TO WS-CAT-MATCHED
                       PERFORM RECONCILE-LEDGER-RECORD
                   END-IF
                   PERFORM READ-NEXT-LEDGER
           END-EVALUATE.

      *> ============================================================
      *> A ledger record and its catalog entry: the ledger score
      *> must match what the telemetry implies (or, with no usable
      *> telemetry, at least the catalog score), and both must name
      *> the same driver.
      *> ============================================================
       RECONCILE-LEDGER-RECORD.
           IF WS-TELEM-OK = 1
               IF HS-SCORE NOT = WS-EXPECT-SCORE
                   MOVE SPACES TO WS-RPT-LINE
                   STRING
                       "RUN "          DELIMITED SIZE
                       WS-HS-KEY       DELIMITED SIZE
                       " LEDGER SCORE " DELIMITED SIZE
                       HS-SCORE        DELIMITED SIZE
                       " BUT TELEMETRY " DELIMITED SIZE
                       WS-TEL-FRAMES   DELIMITED SIZE
                       " FRAMES + "    DELIMITED SIZE
                       WS-TEL-CRATES   DELIMITED SIZE
                       " CRATES = "    DELIMITED SIZE
                       WS-EXPECT-SCORE DELIMITED SIZE
                       INTO WS-RPT-LINE
                   END-STRING
                   PERFORM WRITE-EXCEPTION
               END-IF
           ELSE
               IF HS-SCORE NOT = WS-CAT-SCORE
                   MOVE SPACES TO WS-RPT-LINE
                   STRING
                       "RUN "          DELIMITED SIZE
                       WS-HS-KEY       DELIMITED SIZE
                       " LEDGER SCORE " DELIMITED SIZE
                       HS-SCORE        DELIMITED SIZE
                       " BUT CATALOG SCORE " DELIMITED SIZE
                       WS-CAT-SCORE    DELIMITED SIZE
                       INTO WS-RPT-LINE
                   END-STRING
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-IF
           IF HS-DRIVER-ID NOT = WS-CAT-DRIVER
               MOVE SPACES TO WS-RPT-LINE
               STRING
                   "RUN "          DELIMITED SIZE
                   WS-HS-KEY       DELIMITED SIZE
                   " LEDGER DRIVER " DELIMITED SIZE
                   HS-DRIVER-ID    DELIMITED SIZE
                   " BUT CATALOG DRIVER " DELIMITED SIZE
                   WS-CAT-DRIVER   DELIMITED SIZE
                   INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-EXCEPTION
           END-IF.

      *> ============================================================
      *> Is WS-LOOKUP-ID on the driver master?
      *> ============================================================
       FIND-DRIVER.
           MOVE 0 TO WS-FOUND
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-DRIVER-COUNT OR WS-FOUND = 1
               IF WS-D-ID(WS-I) = WS-LOOKUP-ID
                   MOVE 1 TO WS-FOUND
               END-IF
           END-PERFORM.

      *> ============================================================
      *> Sweep totals, and the exception count as the last line.
      *> ============================================================
       PRINT-AUDIT-SUMMARY.
           MOVE " " TO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING
               "LEDGER RECORDS READ. . . . . : " DELIMITED SIZE
               WS-LEDGER-COUNT                   DELIMITED SIZE
               INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING
               "  FROM BEFORE RUN IDS. . . . : " DELIMITED SIZE
               WS-NO-RUN-ID                      DELIMITED SIZE
               INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING
               "  FROM BEFORE DRIVER SIGN-IN : " DELIMITED SIZE
               WS-NO-DRIVER                      DELIMITED SIZE
               INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING
               "CATALOG ENTRIES READ . . . . : " DELIMITED SIZE
               WS-CATALOG-COUNT                  DELIMITED SIZE
               INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING
               "  NOT ON THE LIVE LEDGER . . : " DELIMITED SIZE
               WS-OFF-LEDGER                     DELIMITED SIZE
               INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING
               "TELEMETRY FILES READ . . . . : " DELIMITED SIZE
               WS-TELEM-READ                     DELIMITED SIZE
               INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING
               "DRIVERS ON THE MASTER. . . . : " DELIMITED SIZE
               WS-DRIVER-COUNT                   DELIMITED SIZE
               INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING
               "AUDIT COMPLETE, EXCEPTIONS " DELIMITED SIZE
               WS-EXCEPTIONS                 DELIMITED SIZE
               INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

      *> ============================================================
      *> Count an exception and put it on the report.
      *> ============================================================
       WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTIONS
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           DISPLAY WS-RPT-LINE.
